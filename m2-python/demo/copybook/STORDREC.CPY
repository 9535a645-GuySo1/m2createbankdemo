       01 STO-ORDREC.                                                   00010000
          05 STO-ORDERNO       PIC X(08).                               00010100
          05 STO-FROM-ACCT     PIC X(10).                               00010200
          05 STO-FROM-EMPID    PIC X(06).                               00010300
          05 STO-TO-ACCT       PIC X(10).                               00010400
          05 STO-TO-EMPID      PIC X(06).                               00010500
          05 STO-AMOUNT        PIC 9(09)V99.                            00010600
          05 STO-FREQ          PIC X(01).                               00010700
             88 STO-WEEKLY     VALUE 'W'.                               00010800
             88 STO-FORTNIGHTLY VALUE 'F'.                              00010900
             88 STO-MONTHLY    VALUE 'M'.                               00011000
             88 STO-QUARTERLY  VALUE 'Q'.                               00011100
             88 STO-ANNUAL     VALUE 'A'.                               00011200
             88 STO-FREQ-VALID VALUE 'W' 'F' 'M' 'Q' 'A'.               00011300
          05 STO-PAY-DAY       PIC 9(02).                               00011400
          05 STO-NEXTDUE       PIC 9(08).                               00011500
          05 STO-ENDDATE       PIC 9(08).                               00011600
          05 STO-MAX-PAYMENTS  PIC 9(04).                               00011700
          05 STO-PAID-COUNT    PIC 9(04).                               00011800
          05 STO-STATUS        PIC X(01).                               00011900
             88 STO-ACTIVE     VALUE 'A'.                               00012000
             88 STO-RETRYING   VALUE 'R'.                               00012100
             88 STO-PENDING    VALUE 'P'.                               00012200
             88 STO-HELD       VALUE 'H'.                               00012300
             88 STO-FAILED     VALUE 'F'.                               00012400
             88 STO-COMPLETE   VALUE 'C'.                               00012500
             88 STO-CANCELLED  VALUE 'X'.                               00012600
          05 STO-RETRY-COUNT   PIC 9(02).                               00012700
          05 STO-LAST-ATTEMPT  PIC 9(08).                               00012800
          05 STO-LAST-REASON   PIC X(02).                               00012900
          05 STO-SETUP-DATE    PIC 9(08).                               00013000
          05 FILLER            PIC X(01).                               00013100
