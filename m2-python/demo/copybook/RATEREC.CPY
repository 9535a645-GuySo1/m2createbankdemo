          05 RT-EFFDATE      PIC 9(08).                                 00010200
          05 RT-TIERMIN      PIC 9(09)V99.                              00010300
          05 RT-RATE         PIC 9(02)V9(04).                           00010400
          05 RT-TYPE         PIC X(01).                                 00010500
             88 RT-CREDIT    VALUE SPACE 'C'.                           00010600
             88 RT-DEBIT     VALUE 'D'.                                 00010700
