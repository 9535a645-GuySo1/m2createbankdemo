       01 BM-MERGEREC.                                                  00010000
          05 BM-OLD-BRANCH   PIC X(04).                                 00010100
          05 BM-NEW-BRANCH   PIC X(04).                                 00010200
          05 BM-EFF-DATE     PIC 9(08).                                 00010300
          05 BM-BUSDATE      PIC 9(08).                                 00010400
          05 BM-RATE-ACTION  PIC X(01).                                 00010500
             88 BM-RATES-CARRIED VALUE 'C'.                             00010600
             88 BM-RATES-RETIRED VALUE 'R'.                             00010700
          05 BM-ACCT-COUNT   PIC 9(07).                                 00010800
          05 BM-BALANCE      PIC S9(13)V99.                             00010900
          05 BM-EMP-COUNT    PIC 9(07).                                 00011000
          05 FILLER          PIC X(10).                                 00011100
