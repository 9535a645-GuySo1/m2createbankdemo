          05 AC-BALANCE      PIC S9(09)V99.                             00010400
          05 AC-DATEOPEN     PIC X(08).                                 00010500
          05 AC-LASTACT      PIC X(08).                                 00010600
          05 AC-PRODUCT      PIC X(04).                                 00010700
