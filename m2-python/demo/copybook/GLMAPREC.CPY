       01 GM-MAPREC.                                                    00010000
          05 GM-ENTRY        PIC X(04).                                 00010100
          05 GM-BRANCH       PIC X(04).                                 00010200
          05 GM-GLACCT       PIC X(12).                                 00010300
          05 GM-DESC         PIC X(30).                                 00010400
          05 FILLER          PIC X(10).                                 00010500
