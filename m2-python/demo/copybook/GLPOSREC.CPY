       01 GP-POSREC.                                                    00010000
          05 GP-TYPE         PIC X(01).                                 00010100
             88 GP-HEADER    VALUE 'H'.                                 00010200
             88 GP-DETAIL    VALUE 'B'.                                 00010300
          05 GP-BRANCH       PIC X(04).                                 00010400
          05 GP-BUSDATE      PIC 9(08).                                 00010500
          05 GP-BALANCES.                                               00010600
             10 GP-DEPOSITS  PIC 9(13)V99.                              00010700
             10 GP-OVERDRAWN PIC 9(13)V99.                              00010800
          05 GP-SUSPENSE REDEFINES GP-BALANCES.                         00010900
             10 GP-SUSP-CR   PIC 9(13)V99.                              00011000
             10 GP-SUSP-DR   PIC 9(13)V99.                              00011100
          05 GP-INT-DATE     PIC 9(08).                                 00011200
          05 FILLER          PIC X(10).                                 00011300
