       01 SW-SWEEPREC.                                                  00010000
          05 SW-POST-DATE    PIC 9(08).                                 00010100
          05 SW-ACCTNO       PIC X(10).                                 00010200
          05 SW-EMPID        PIC X(06).                                 00010300
          05 SW-BRANCH       PIC X(04).                                 00010400
          05 SW-PROT-ACCTNO  PIC X(10).                                 00010500
          05 SW-TRANCODE     PIC X(01).                                 00010600
          05 SW-TRAN-AMOUNT  PIC 9(09)V99.                              00010700
          05 SW-SHORTFALL    PIC 9(09)V99.                              00010800
          05 SW-SWEEP-AMOUNT PIC 9(09)V99.                              00010900
          05 SW-FEE          PIC 9(05)V99.                              00011000
          05 SW-RESULT       PIC X(01).                                 00011100
             88 SW-SWEPT     VALUE 'S'.                                 00011200
             88 SW-PROT-HELD VALUE 'H'.                                 00011300
             88 SW-PROT-DORM VALUE 'D'.                                 00011400
             88 SW-PROT-SHORT VALUE 'N'.                                00011500
             88 SW-PROT-BAD  VALUE 'M'.                                 00011600
          05 FILLER          PIC X(10).                                 00011700
