       01 SX-PAYREC.                                                    00010000
          05 SX-PAY-DATE     PIC 9(08).                                 00010100
          05 SX-ACCTNO       PIC X(10).                                 00010200
          05 SX-EMPID        PIC X(06).                                 00010300
          05 SX-BRANCH       PIC X(04).                                 00010400
          05 SX-FIRSTNAME    PIC X(12).                                 00010500
          05 SX-LASTNAME     PIC X(12).                                 00010600
          05 SX-PAY-TYPE     PIC X(01).                                 00010700
             88 SX-FINAL     VALUE 'F'.                                 00010800
             88 SX-RESIDUAL  VALUE 'R'.                                 00010900
          05 SX-AMOUNT       PIC 9(09)V99.                              00011000
          05 SX-SEP-DATE     PIC 9(08).                                 00011100
          05 SX-ADDRESS.                                                00011200
             10 SX-LINE1     PIC X(30).                                 00011300
             10 SX-LINE2     PIC X(30).                                 00011400
             10 SX-LINE3     PIC X(30).                                 00011500
             10 SX-POSTCODE  PIC X(10).                                 00011600
          05 FILLER          PIC X(08).                                 00011700
