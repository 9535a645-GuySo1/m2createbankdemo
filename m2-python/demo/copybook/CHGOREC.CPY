       01 CO-CHGOREC.                                                   00010000
          05 CO-ACCTNO       PIC X(10).                                 00010100
          05 CO-EMPID        PIC X(06).                                 00010200
          05 CO-BRANCH       PIC X(04).                                 00010300
          05 CO-BALANCE      PIC S9(09)V99.                             00010400
          05 CO-DAYS         PIC 9(05).                                 00010500
          05 CO-OD-SINCE     PIC 9(08).                                 00010600
          05 CO-REC-DATE     PIC 9(08).                                 00010700
          05 CO-ACTION       PIC X(01).                                 00010800
             88 CO-RECOMMENDED VALUE 'R'.                               00010900
             88 CO-APPROVED    VALUE 'A'.                               00011000
             88 CO-DECLINED    VALUE 'D'.                               00011100
          05 CO-APPROVER     PIC X(08).                                 00011200
          05 CO-APPR-DATE    PIC 9(08).                                 00011300
          05 FILLER          PIC X(11).                                 00011400
