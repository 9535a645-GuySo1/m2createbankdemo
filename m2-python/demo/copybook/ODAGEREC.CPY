       01 OA-AGEREC.                                                    00010000
          05 OA-ACCTNO       PIC X(10).                                 00010100
          05 OA-EMPID        PIC X(06).                                 00010200
          05 OA-BRANCH       PIC X(04).                                 00010300
          05 OA-OD-SINCE     PIC 9(08).                                 00010400
          05 OA-DAYS         PIC 9(05).                                 00010500
          05 OA-LAST-DATE    PIC 9(08).                                 00010600
          05 OA-BALANCE      PIC S9(09)V99.                             00010700
          05 OA-NOTICE-STAGE PIC 9(01).                                 00010800
          05 OA-NOTICE-DATE  PIC 9(08).                                 00010900
          05 OA-CO-STATUS    PIC X(01).                                 00011000
             88 OA-CO-NONE      VALUE SPACE.                            00011100
             88 OA-CO-RECOMMEND VALUE 'R'.                              00011200
             88 OA-CO-DECLINED  VALUE 'D'.                              00011300
             88 OA-CO-WRITTEN   VALUE 'W'.                              00011400
          05 OA-CO-DATE      PIC 9(08).                                 00011500
          05 OA-CO-AMOUNT    PIC 9(09)V99.                              00011600
          05 FILLER          PIC X(09).                                 00011700
