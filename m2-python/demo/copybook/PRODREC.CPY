       01 PR-PRODREC.                                                   00010000
          05 PR-PRODUCT      PIC X(04).                                 00010100
          05 PR-DESC         PIC X(20).                                 00010200
          05 PR-MONTHLY-FEE  PIC 9(05)V99.                              00010300
          05 PR-MIN-BALANCE  PIC 9(09)V99.                              00010400
          05 PR-DD-WAIVER    PIC X(01).                                 00010500
             88 PR-DD-WAIVES VALUE 'Y'.                                 00010600
          05 PR-FREE-DEBITS  PIC 9(03).                                 00010700
          05 PR-ITEM-FEE     PIC 9(03)V99.                              00010800
          05 FILLER          PIC X(09).                                 00010900
