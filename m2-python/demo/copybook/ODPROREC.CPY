       01 OP-PROTREC.                                                   00010000
          05 OP-ACCTNO       PIC X(10).                                 00010100
          05 OP-PROT-ACCTNO  PIC X(10).                                 00010200
          05 OP-INCREMENT    PIC 9(07)V99.                              00010300
          05 OP-FEE          PIC 9(05)V99.                              00010400
