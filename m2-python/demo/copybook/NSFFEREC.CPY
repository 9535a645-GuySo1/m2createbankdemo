       01 NF-FEEREC.                                                    00010000
          05 NF-BRANCH       PIC X(04).                                 00010100
          05 NF-EFFDATE      PIC 9(08).                                 00010200
          05 NF-FEE          PIC 9(05)V99.                              00010300
