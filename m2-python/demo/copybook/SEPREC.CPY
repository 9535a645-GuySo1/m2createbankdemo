       01 SE-SEPREC.                                                    00010000
          05 SE-ACCTNO       PIC X(10).                                 00010100
          05 SE-EMPID        PIC X(06).                                 00010200
          05 SE-BRANCH       PIC X(04).                                 00010300
          05 SE-FIRSTNAME    PIC X(12).                                 00010400
          05 SE-LASTNAME     PIC X(12).                                 00010500
          05 SE-SEP-DATE     PIC 9(08).                                 00010600
          05 SE-STATUS       PIC X(01).                                 00010700
             88 SE-SEPARATING  VALUE 'S'.                               00010800
             88 SE-FINAL-DONE  VALUE 'F'.                               00010900
             88 SE-CLOSE-SENT  VALUE 'L'.                               00011000
             88 SE-CLOSED      VALUE 'C'.                               00011100
             88 SE-ACTIVE      VALUE 'S' 'F' 'L'.                       00011200
          05 SE-FINAL-INT    PIC 9(07)V99.                              00011300
          05 SE-PAYOUT       PIC 9(09)V99.                              00011400
          05 SE-CLOSE-DATE   PIC 9(08).                                 00011500
          05 FILLER          PIC X(09).                                 00011600
