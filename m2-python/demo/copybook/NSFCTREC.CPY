       01 NC-COUNTREC.                                                  00010000
          05 NC-ACCTNO       PIC X(10).                                 00010100
          05 NC-EMPID        PIC X(06).                                 00010200
          05 NC-BRANCH       PIC X(04).                                 00010300
          05 NC-LIFE-COUNT   PIC 9(05).                                 00010400
          05 NC-FEE-TOTAL    PIC 9(07)V99.                              00010500
          05 NC-FIRST-DATE   PIC 9(08).                                 00010600
          05 NC-LAST-DATE    PIC 9(08).                                 00010700
          05 NC-MONTH OCCURS 12 TIMES.                                  00010800
             10 NC-MON-YYYYMM PIC 9(06).                                00010900
             10 NC-MON-COUNT  PIC 9(03).                                00011000
