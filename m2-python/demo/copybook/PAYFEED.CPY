       01 PF-FEEDREC.                                                   00010000
          05 PF-RECTYPE            PIC X(01).                           00010100
             88 PF-HEADER-REC      VALUE 'H'.                           00010200
             88 PF-DETAIL-REC      VALUE 'D'.                           00010300
             88 PF-TRAILER-REC     VALUE 'T'.                           00010400
          05 PF-RECBODY            PIC X(99).                           00010500
          05 PF-HDR-BODY REDEFINES PF-RECBODY.                          00010600
             10 PF-HDR-DATE        PIC X(08).                           00010700
             10 PF-HDR-SOURCE      PIC X(08).                           00010800
             10 FILLER             PIC X(83).                           00010900
          05 PF-DTL-BODY REDEFINES PF-RECBODY.                          00011000
             10 PF-EMPID           PIC X(06).                           00011100
             10 PF-PAYDATE         PIC X(08).                           00011200
             10 PF-NETPAY          PIC 9(09)V99.                        00011300
             10 PF-SPLIT-TYPE      PIC X(01).                           00011400
                88 PF-SPLIT-NONE   VALUE SPACE.                         00011500
                88 PF-SPLIT-AMT    VALUE 'A'.                           00011600
                88 PF-SPLIT-PCT    VALUE 'P'.                           00011700
                88 PF-SPLIT-VALID  VALUE SPACE 'A' 'P'.                 00011800
             10 PF-SPLIT OCCURS 3 TIMES.                                00011900
                15 PF-SPLIT-ACCTNO PIC X(10).                           00012000
                15 PF-SPLIT-VALUE  PIC 9(09)V99.                        00012100
             10 FILLER             PIC X(10).                           00012200
          05 PF-TRL-BODY REDEFINES PF-RECBODY.                          00012300
             10 PF-TRL-COUNT       PIC 9(08).                           00012400
             10 PF-TRL-TOTAL       PIC 9(13)V99.                        00012500
             10 FILLER             PIC X(76).                           00012600
