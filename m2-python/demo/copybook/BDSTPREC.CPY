       01 BX-STEPREC.                                                   00010000
          05 BX-PGM          PIC X(08).                                 00010100
          05 FILLER          PIC X(01).                                 00010200
          05 BX-ALT-PGM      PIC X(08).                                 00010300
          05 FILLER          PIC X(01).                                 00010400
          05 BX-FREQ         PIC X(01).                                 00010500
             88 BX-NIGHTLY   VALUE 'D'.                                 00010600
             88 BX-MONTHLY   VALUE 'M'.                                 00010700
          05 FILLER          PIC X(61).                                 00010800
