       01 TX-FORMREC.                                                   00010000
          05 TX-TAXYEAR        PIC 9(04).                               00010100
          05 TX-FORM-TYPE      PIC X(01).                               00010200
          05 TX-EMPID          PIC X(06).                               00010300
          05 TX-FIRSTNAME      PIC X(12).                               00010400
          05 TX-LASTNAME       PIC X(12).                               00010500
          05 TX-BRANCH         PIC X(04).                               00010600
          05 TX-ACCT-COUNT     PIC 9(03).                               00010700
          05 TX-INTEREST       PIC 9(09)V99.                            00010800
          05 TX-PRIOR-AMOUNT   PIC 9(09)V99.                            00010900
          05 TX-RUN-DATE       PIC 9(08).                               00011000
