       01 AR-RELREC.                                                    00010000
          05 AR-KEY.                                                    00010100
             10 AR-ACCTNO      PIC X(10).                               00010200
             10 AR-EMPID       PIC X(06).                               00010300
          05 AR-ROLE           PIC X(01).                               00010400
             88 AR-JOINT       VALUE 'J'.                               00010500
             88 AR-SIGNER      VALUE 'S'.                               00010600
             88 AR-ROLE-VALID  VALUE 'J' 'S'.                           00010700
          05 AR-EFF-DATE       PIC 9(08).                               00010800
          05 AR-END-DATE       PIC 9(08).                               00010900
          05 AR-MAINT-DATE     PIC 9(08).                               00011000
          05 AR-MAINT-USER     PIC X(08).                               00011100
          05 FILLER            PIC X(10).                               00011200
