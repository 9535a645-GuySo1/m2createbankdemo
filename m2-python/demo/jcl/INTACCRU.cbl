           ACCESS MODE IS RANDOM                                        00011156
           RECORD KEY IS IN-EMPID                                       00011170
           FILE STATUS IS EM-STAT.                                      00011185
                                                                        00011187
           SELECT ADDR-FILE ASSIGN TO ADDRFILE                          00011189
           ORGANIZATION IS INDEXED                                      00011191
           ACCESS MODE IS RANDOM                                        00011193
           RECORD KEY IS NA-EMPID                                       00011195
           FILE STATUS IS NA-STAT.                                      00011197
                                                                        00011200
           SELECT RATE-FILE ASSIGN TO RATEFILE                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ORGANIZATION IS SEQUENTIAL                                   00011630
           ACCESS MODE IS SEQUENTIAL                                    00011640
           FILE STATUS IS HS-STAT.                                      00011650
           SELECT BACKVAL-FILE ASSIGN TO BACKVAL                        00011660
           ORGANIZATION IS SEQUENTIAL                                   00011670
           ACCESS MODE IS SEQUENTIAL                                    00011680
           FILE STATUS IS BV-STAT.                                      00011690
                                                                        00011691
           SELECT SEP-FILE ASSIGN TO SEPFILE                            00011692
           ORGANIZATION IS INDEXED                                      00011704
           ACCESS MODE IS RANDOM                                        00011716
           RECORD KEY IS SE-ACCTNO                                      00011728
           FILE STATUS IS SE-STAT.                                      00011740
                                                                        00011752
       DATA DIVISION.                                                   00011764
       FILE SECTION.                                                    00011776
       FD MASTER-FILE.                                                  00011788
           COPY ACCTREC.                                                00011800
                                                                        00011812
       FD EMP-FILE.                                                     00011824
           COPY EMPREC.                                                 00011836
                                                                        00011848
       FD ADDR-FILE.                                                    00011860
           COPY ADDRREC.                                                00011872
                                                                        00011884
       FD RATE-FILE.                                                    00011896
           COPY RATEREC.                                                00011908
                                                                        00011920
       FD LEDGER-FILE.                                                  00011932
           COPY LEDGREC.                                                00011944
                                                                        00011956
       SD SORT-WORK.                                                    00011968
           COPY LEDGREC REPLACING ==LG-LEDGREC==   BY ==SL-LEDGREC==    00011980
                                  ==LG-ACCTNO==    BY ==SL-ACCTNO==     00011992
                                  ==LG-EMPID==     BY ==SL-EMPID==      00012004
                                  ==LG-TRANCODE==  BY ==SL-TRANCODE==   00012016
                                  ==LG-DEPOSIT==   BY ==SL-DEPOSIT==    00012028
                                  ==LG-WITHDRAW==  BY ==SL-WITHDRAW==   00012040
                                  ==LG-XFER-IN==   BY ==SL-XFER-IN==    00012052
                                  ==LG-XFER-OUT==  BY ==SL-XFER-OUT==   00012064
                                  ==LG-ODFEE==     BY ==SL-ODFEE==      00012076
                                  ==LG-NSFFEE==    BY ==SL-NSFFEE==     00012088
                                  ==LG-SWEEPFEE==  BY ==SL-SWEEPFEE==   00012100
                                  ==LG-INTADJ==    BY ==SL-INTADJ==     00012112
                                  ==LG-SVCCHG==    BY ==SL-SVCCHG==     00012124
                                  ==LG-DEBITINT==  BY ==SL-DEBITINT==   00012136
                                  ==LG-CHGOFF==    BY ==SL-CHGOFF==     00012148
                                  ==LG-FINALINT==  BY ==SL-FINALINT==   00012160
                                  ==LG-PAYOUT==    BY ==SL-PAYOUT==     00012172
                                  ==LG-CREDIT==    BY ==SL-CREDIT==     00012184
                                  ==LG-DEBIT==     BY ==SL-DEBIT==      00012196
                                  ==LG-AMOUNT==    BY ==SL-AMOUNT==     00012208
                                  ==LG-TRANDATE==  BY ==SL-TRANDATE==   00012220
                                  ==LG-TIMESTAMP== BY ==SL-TIMESTAMP==  00012232
                                  ==LG-JOBID==     BY ==SL-JOBID==.     00012244
                                                                        00012256
       FD SLEDG-FILE.                                                   00012268
           COPY LEDGREC REPLACING ==LG-LEDGREC==   BY ==SG-LEDGREC==    00012280
                                  ==LG-ACCTNO==    BY ==SG-ACCTNO==     00012292
                                  ==LG-EMPID==     BY ==SG-EMPID==      00012304
                                  ==LG-TRANCODE==  BY ==SG-TRANCODE==   00012316
                                  ==LG-DEPOSIT==   BY ==SG-DEPOSIT==    00012328
                                  ==LG-WITHDRAW==  BY ==SG-WITHDRAW==   00012340
                                  ==LG-XFER-IN==   BY ==SG-XFER-IN==    00012352
                                  ==LG-XFER-OUT==  BY ==SG-XFER-OUT==   00012364
                                  ==LG-ODFEE==     BY ==SG-ODFEE==      00012376
                                  ==LG-NSFFEE==    BY ==SG-NSFFEE==     00012388
                                  ==LG-SWEEPFEE==  BY ==SG-SWEEPFEE==   00012400
                                  ==LG-INTADJ==    BY ==SG-INTADJ==     00012412
                                  ==LG-SVCCHG==    BY ==SG-SVCCHG==     00012424
                                  ==LG-DEBITINT==  BY ==SG-DEBITINT==   00012436
                                  ==LG-CHGOFF==    BY ==SG-CHGOFF==     00012448
                                  ==LG-FINALINT==  BY ==SG-FINALINT==   00012460
                                  ==LG-PAYOUT==    BY ==SG-PAYOUT==     00012472
                                  ==LG-CREDIT==    BY ==SG-CREDIT==     00012484
                                  ==LG-DEBIT==     BY ==SG-DEBIT==      00012496
                                  ==LG-AMOUNT==    BY ==SG-AMOUNT==     00012508
                                  ==LG-TRANDATE==  BY ==SG-TRANDATE==   00012520
                                  ==LG-TIMESTAMP== BY ==SG-TIMESTAMP==  00012532
                                  ==LG-JOBID==     BY ==SG-JOBID==.     00012544
                                                                        00012556
       FD HISTORY-FILE.                                                 00012629
           COPY HISTREC.                                                00012630
       FD BACKVAL-FILE.                                                 00012653
           COPY BVALREC.                                                00012676
                                                                        00012682
       FD SEP-FILE.                                                     00012688
           COPY SEPREC.                                                 00012694
                                                                        00012700
       WORKING-STORAGE SECTION.                                         00012800
       01 MS-STAT             PIC X(02) VALUE SPACE.                    00012900
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00012950
       01 NA-STAT             PIC X(02) VALUE SPACE.                    00012975
       01 RT-STAT             PIC X(02) VALUE SPACE.                    00013000
       01 HS-STAT             PIC X(02) VALUE SPACE.                    00013008
       01 LG-STAT             PIC X(02) VALUE SPACE.                    00013016
       01 SG-STAT             PIC X(02) VALUE SPACE.                    00013024
       01 SE-STAT             PIC X(02) VALUE SPACE.                    00013028
       01 WS-LEDG-EOF-SW      PIC X(01) VALUE 'Y'.                      00013032
          88 WS-LEDG-EOF      VALUE 'Y'.                                00013040
          88 WS-LEDG-MORE     VALUE 'N'.                                00013048
       01 WS-STMT-DATE-R REDEFINES WS-STMT-DATE.                        00013064
          05 WS-STMT-YYYYMM   PIC 9(06).                                00013073
          05 FILLER           PIC 9(02).                                00013082
       01 WS-PREV-YYYYMM      PIC 9(06) VALUE 0.                        00013084
       01 WS-ITEM-COUNT       PIC 9(04) VALUE 0.                        00013086
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00013090
           COPY BDPARM.                                                 00013095
          88 WS-RATE-EOF      VALUE 'Y'.                                00013400
       01 WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.                      00013500
          88 WS-RATE-FOUND    VALUE 'Y'.                                00013600
       01 WS-ADDR-FOUND-SW    PIC X(01) VALUE 'N'.                      00013633
          88 WS-ADDR-FOUND    VALUE 'Y'.                                00013666
       01 WS-SEP-SW           PIC X(01) VALUE 'N'.                      00013677
          88 WS-ACCT-SEPARATED VALUE 'Y'.                               00013688
       01 WS-RUN-DATE.                                                  00013700
          05 WS-RUN-YY        PIC 9(02).                                00013800
          05 WS-RUN-MM        PIC 9(02).                                00013900
             10 WS-RT-EFFDATE PIC 9(08).                                00014520
             10 WS-RT-TIERMIN PIC 9(09)V99.                             00014540
             10 WS-RT-RATE    PIC 9(02)V9(04).                          00014600
             10 WS-RT-TYPE    PIC X(01).                                00014650
       01 WS-ACCT-RATE        PIC 9(02)V9(04) VALUE 0.                  00014700
       01 WS-DR-RATE          PIC 9(02)V9(04) VALUE 0.                  00014701
       01 WS-DR-FOUND-SW      PIC X(01) VALUE 'N'.                      00014702
          88 WS-DR-FOUND      VALUE 'Y'.                                00014703
       01 WS-OD-AMT           PIC 9(09)V99 VALUE 0.                     00014704
       01 WS-DEBIT-INT        PIC 9(07)V99 VALUE 0.                     00014705
       01 WS-MID-IMAGE        PIC X(71) VALUE SPACE.                    00014706
       01 WS-DEFAULT-SW       PIC X(01) VALUE 'N'.                      00014710
          88 WS-DEFAULT-SEEN  VALUE 'Y'.                                00014720
       01 WS-LOOKUP-BRANCH    PIC X(04) VALUE SPACE.                    00014732
       01 WS-PAGE-NO          PIC 9(04) VALUE 0.                        00015000
       01 WS-ACCT-COUNT       PIC 9(08) VALUE 0.                        00015100
       01 WS-SKIP-COUNT       PIC 9(08) VALUE 0.                        00015200
       01 WS-SUPP-COUNT       PIC 9(08) VALUE 0.                        00015233
       01 WS-NOADDR-COUNT     PIC 9(08) VALUE 0.                        00015266
       01 WS-SEP-COUNT        PIC 9(08) VALUE 0.                        00015283
       01 WS-INT-TOTAL        PIC 9(11)V99 VALUE 0.                     00015300
       01 WS-DINT-COUNT       PIC 9(08) VALUE 0.                        00015301
       01 WS-DINT-TOTAL       PIC 9(11)V99 VALUE 0.                     00015302
       01 WS-NODR-COUNT       PIC 9(08) VALUE 0.                        00015303
       01 BV-STAT             PIC X(02) VALUE SPACE.                    00015304
       01 WS-BV-EOF-SW        PIC X(01) VALUE 'N'.                      00015308
          88 WS-BV-EOF        VALUE 'Y'.                                00015312
       01 WS-BV-CT            PIC 9(04) VALUE 0.                        00015316
       01 WS-BV-SUB           PIC 9(04) VALUE 0.                        00015320
       01 WS-BV-TABLE.                                                  00015324
          05 WS-BV-ENTRY OCCURS 2000 TIMES.                             00015328
             10 WS-BA-ACCTNO  PIC X(10).                                00015332
             10 WS-BA-CODE    PIC X(01).                                00015336
             10 WS-BA-AMOUNT  PIC 9(09)V99.                             00015340
             10 WS-BA-VALDATE PIC 9(08).                                00015344
             10 WS-BA-MONTHS  PIC 9(03).                                00015348
             10 WS-BA-ADJ     PIC 9(07)V99.                             00015352
             10 WS-BA-USED    PIC X(01).                                00015356
       01 WS-ADJ-NET          PIC S9(09)V99 VALUE 0.                    00015360
       01 WS-ADJCR-COUNT      PIC 9(08) VALUE 0.                        00015364
       01 WS-ADJCR-TOTAL      PIC 9(11)V99 VALUE 0.                     00015368
       01 WS-ADJDR-COUNT      PIC 9(08) VALUE 0.                        00015372
       01 WS-ADJDR-TOTAL      PIC 9(11)V99 VALUE 0.                     00015376
       01 WS-BV-UNUSED-COUNT  PIC 9(08) VALUE 0.                        00015380
       01 WS-STMT-HDR-LINE.                                             00015400
          05 FILLER           PIC X(25)                                 00015500
             VALUE '     MONTHLY STATEMENT   '.                         00015600
          05 SN-ACCTNO        PIC X(10).                                00017200
          05 FILLER           PIC X(09) VALUE '  BRANCH '.              00017300
          05 SN-BRANCH        PIC X(04).                                00017400
       01 WS-STMT-ADDR-LINE.                                            00017411
          05 FILLER           PIC X(08) VALUE SPACE.                    00017422
          05 SA-LINE          PIC X(30).                                00017433
       01 WS-STMT-POST-LINE.                                            00017444
          05 FILLER           PIC X(08) VALUE SPACE.                    00017455
          05 SA-POSTCODE      PIC X(10).                                00017466
          05 FILLER           PIC X(12) VALUE '  DELIVERY: '.           00017477
          05 SA-DELIVERY      PIC X(14).                                00017488
       01 WS-STMT-OPEN-LINE.                                            00017500
          05 FILLER           PIC X(16) VALUE '  DATE OPENED:  '.       00017600
          05 SP-DATEOPEN      PIC X(08).                                00017700
          05 FILLER           PIC X(09) VALUE '  (RATE '.               00018500
          05 SI-RATE          PIC Z9.9999.                              00018600
          05 FILLER           PIC X(09) VALUE ' PCT PA) '.              00018700
       01 WS-STMT-DINT-LINE.                                            00018702
          05 FILLER           PIC X(21)                                 00018704
             VALUE '  DEBIT INTEREST:    '.                             00018706
          05 SD-INTEREST      PIC ZZZ,ZZ9.99.                           00018708
          05 FILLER           PIC X(09) VALUE '  (RATE '.               00018710
          05 SD-RATE          PIC Z9.9999.                              00018712
          05 FILLER           PIC X(09) VALUE ' PCT PA) '.              00018714
       01 WS-STMT-TRAN-LINE.                                            00018722
          05 FILLER           PIC X(04) VALUE SPACE.                    00018744
          05 ST-DESC          PIC X(12).                                00018766
              DISPLAY "RATE TABLE IS EMPTY - NO INTEREST ACCRUED"       00019700
              GO TO ERROR-EXIT                                          00019800
           END-IF.                                                      00019900
           PERFORM LEDG-SORT-PARA THROUGH LEDG-SORT-EXIT.               00019966
           PERFORM ADJ-OPEN-PARA.                                       00019999
           PERFORM READ-MASTER-PARA.                                    00020033
           PERFORM ACCRUE-PARA UNTIL WS-MAST-EOF.                       00020100
           PERFORM SUMMARY-PARA.                                        00020166
              GO TO ERROR-EXIT                                          00021034
           END-IF.                                                      00021045
           MOVE BD-BUSDATE TO WS-STMT-DATE.                             00021056
           IF BD-BUSDATE(5:2) = '01'                                    00021057
              COMPUTE WS-PREV-YYYYMM = WS-STMT-YYYYMM - 89              00021058
           ELSE                                                         00021059
              COMPUTE WS-PREV-YYYYMM = WS-STMT-YYYYMM - 1               00021060
           END-IF.                                                      00021061
           MOVE BD-BUSDATE(3:2) TO WS-RUN-YY.                           00021067
           MOVE BD-BUSDATE(5:2) TO WS-RUN-MM.                           00021078
           MOVE BD-BUSDATE(7:2) TO WS-RUN-DD.                           00021089
              DISPLAY "EMPLOYEE MASTER OPEN ERROR"                      00021549
              GO TO ERROR-EXIT                                          00021566
           END-IF.                                                      00021583
           OPEN INPUT ADDR-FILE.                                        00021585
           IF NA-STAT NOT = '00'                                        00021587
              DISPLAY "ADDRESS FILE OPEN ERROR"                         00021589
              GO TO ERROR-EXIT                                          00021591
           END-IF.                                                      00021593
           OPEN INPUT RATE-FILE.                                        00021600
           IF RT-STAT NOT = '00'                                        00021700
              DISPLAY "RATE FILE OPEN ERROR"                            00021800
              DISPLAY "HISTORY FILE OPEN ERROR"                         00022030
              GO TO ERROR-EXIT                                          00022040
           END-IF.                                                      00022050
           OPEN INPUT SEP-FILE.                                         00022058
           IF SE-STAT NOT = '00'                                        00022066
              DISPLAY "SEPARATION FILE OPEN ERROR, STATUS " SE-STAT     00022074
              GO TO ERROR-EXIT                                          00022082
           END-IF.                                                      00022090
                                                                        00022100
       LOAD-RATE-PARA.                                                  00022200
           READ RATE-FILE                                               00022300
              AT END                                                    00022400
                 SET WS-RATE-EOF TO TRUE                                00022500
              NOT AT END                                                00022600
                 IF RT-BRANCH = '****' AND NOT RT-DEBIT                 00022610
                    SET WS-DEFAULT-SEEN TO TRUE                         00022620
                 END-IF                                                 00022630
                 IF WS-RATE-CT < 500                                    00022700
                    MOVE RT-EFFDATE TO WS-RT-EFFDATE(WS-RATE-CT)        00022920
                    MOVE RT-TIERMIN TO WS-RT-TIERMIN(WS-RATE-CT)        00022940
                    MOVE RT-RATE    TO WS-RT-RATE(WS-RATE-CT)           00023000
                    MOVE RT-TYPE    TO WS-RT-TYPE(WS-RATE-CT)           00023050
                 ELSE                                                   00023100
                    DISPLAY "RATE TABLE FULL - BRANCH "                 00023200
                       RT-BRANCH " IGNORED"                             00023300
       LEDG-SORT-PARA.                                                  00023606
           OPEN INPUT LEDGER-FILE.                                      00023612
           IF LG-STAT NOT = '00'                                        00023618
              DISPLAY "LEDGER FILE OPEN ERROR, STATUS " LG-STAT         00023625
              GO TO ERROR-EXIT                                          00023632
           END-IF.                                                      00023639
           CLOSE LEDGER-FILE.                                           00023646
           SORT SORT-WORK                                               00023653
           END-IF.                                                      00023709
           SET WS-LEDG-MORE TO TRUE.                                    00023716
           PERFORM READ-LEDG-PARA.                                      00023723
       LEDG-SORT-EXIT.                                                  00023724
           EXIT.                                                        00023725
                                                                        00023726
       ADJ-OPEN-PARA.                                                   00023727
           OPEN INPUT BACKVAL-FILE.                                     00023728
           IF BV-STAT NOT = '00'                                        00023729
              DISPLAY "NO BACK VALUE FILE, STATUS " BV-STAT             00023730
              SET WS-BV-EOF TO TRUE                                     00023731
           END-IF.                                                      00023732
           PERFORM LOAD-BV-PARA UNTIL WS-BV-EOF.                        00023733
           OPEN EXTEND LEDGER-FILE.                                     00023734
           IF LG-STAT NOT = '00'                                        00023735
              DISPLAY "LEDGER FILE OPEN ERROR"                          00023736
              GO TO ERROR-EXIT                                          00023737
           END-IF.                                                      00023738
                                                                        00023739
       LOAD-BV-PARA.                                                    00023740
           READ BACKVAL-FILE                                            00023741
              AT END                                                    00023742
                 SET WS-BV-EOF TO TRUE                                  00023743
              NOT AT END                                                00023744
                 IF WS-BV-CT < 2000                                     00023745
                    ADD 1 TO WS-BV-CT                                   00023746
                    MOVE BV-ACCTNO     TO WS-BA-ACCTNO(WS-BV-CT)        00023747
                    MOVE BV-TRANCODE   TO WS-BA-CODE(WS-BV-CT)          00023748
                    MOVE BV-AMOUNT     TO WS-BA-AMOUNT(WS-BV-CT)        00023749
                    MOVE BV-VALUE-DATE TO WS-BA-VALDATE(WS-BV-CT)       00023750
                    MOVE BV-MONTHS     TO WS-BA-MONTHS(WS-BV-CT)        00023751
                    MOVE 0             TO WS-BA-ADJ(WS-BV-CT)           00023752
                    MOVE 'N'           TO WS-BA-USED(WS-BV-CT)          00023753
                 ELSE                                                   00023754
                    DISPLAY "BACK VALUE TABLE FULL - ACCOUNT "          00023755
                       BV-ACCTNO " " BV-TRANCODE " " BV-VALUE-DATE      00023756
                       " IGNORED"                                       00023757
                 END-IF                                                 00023758
           END-READ.                                                    00023759
                                                                        00023760
       READ-LEDG-PARA.                                                  00023761
           READ SLEDG-FILE                                              00023762
              AT END                                                    00023763
                 SET WS-LEDG-EOF TO TRUE                                00023772
           END-READ.                                                    00023779
                                                                        00023786
                                                                        00024200
       ACCRUE-PARA.                                                     00024300
           PERFORM RATE-LOOKUP-PARA.                                    00024400
           PERFORM SEP-CHECK-PARA.                                      00024405
           EVALUATE TRUE                                                00024410
              WHEN AC-BALANCE NOT NUMERIC                               00024420
                 ADD 1 TO WS-SKIP-COUNT                                 00024430
                 DISPLAY "NON-NUMERIC BALANCE - ACCOUNT "               00024440
                    AC-ACCTNO " SKIPPED"                                00024450
              WHEN WS-ACCT-SEPARATED                                    00024460
                 ADD 1 TO WS-SEP-COUNT                                  00024470
                 DISPLAY "ACCOUNT " AC-ACCTNO                           00024480
                    " IN SEPARATION - FINAL INTEREST BY SEPPROC"        00024490
              WHEN NOT WS-RATE-FOUND                                    00024500
                 ADD 1 TO WS-SKIP-COUNT                                 00024600
                 DISPLAY "NO RATE FOR BRANCH " AC-BRANCH                00024700
           END-EVALUATE.                                                00025100
           PERFORM READ-MASTER-PARA.                                    00025200
                                                                        00025300
       SEP-CHECK-PARA.                                                  00025308
           MOVE 'N' TO WS-SEP-SW.                                       00025316
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00025324
           READ SEP-FILE                                                00025332
              INVALID KEY                                               00025340
                 CONTINUE                                               00025348
              NOT INVALID KEY                                           00025356
                 IF SE-ACTIVE                                           00025364
                    SET WS-ACCT-SEPARATED TO TRUE                       00025372
                 END-IF                                                 00025380
           END-READ.                                                    00025388
                                                                        00025394
       RATE-LOOKUP-PARA.                                                00025400
           MOVE 'N' TO WS-RATE-FOUND-SW.                                00025500
           MOVE AC-BRANCH TO WS-LOOKUP-BRANCH.                          00025550
                                                                        00025900
       RATE-SCAN-PARA.                                                  00026000
           IF WS-RT-BRANCH(WS-SUB) = WS-LOOKUP-BRANCH                   00026100
              AND WS-RT-TYPE(WS-SUB) NOT = 'D'                          00026110
              AND WS-RT-EFFDATE(WS-SUB) <= WS-STMT-DATE                 00026120
              AND (WS-RT-TIERMIN(WS-SUB) = 0                            00026140
                 OR (AC-BALANCE NUMERIC                                 00026160
                 MOVE WS-RT-RATE(WS-SUB) TO WS-ACCT-RATE                00026400
              END-IF                                                    00026450
           END-IF.                                                      00026500
                                                                        00026503
       DR-RATE-LOOKUP-PARA.                                             00026506
           MOVE 'N' TO WS-DR-FOUND-SW.                                  00026509
           MOVE AC-BRANCH TO WS-LOOKUP-BRANCH.                          00026512
           PERFORM DR-RATE-SCAN-PARA                                    00026515
              VARYING WS-SUB FROM 1 BY 1                                00026518
              UNTIL WS-SUB > WS-RATE-CT.                                00026521
           IF NOT WS-DR-FOUND                                           00026524
              MOVE '****' TO WS-LOOKUP-BRANCH                           00026527
              PERFORM DR-RATE-SCAN-PARA                                 00026530
                 VARYING WS-SUB FROM 1 BY 1                             00026533
                 UNTIL WS-SUB > WS-RATE-CT                              00026536
           END-IF.                                                      00026539
                                                                        00026542
       DR-RATE-SCAN-PARA.                                               00026545
           IF WS-RT-BRANCH(WS-SUB) = WS-LOOKUP-BRANCH                   00026548
              AND WS-RT-TYPE(WS-SUB) = 'D'                              00026551
              AND WS-RT-EFFDATE(WS-SUB) <= WS-STMT-DATE                 00026554
              AND WS-OD-AMT >= WS-RT-TIERMIN(WS-SUB)                    00026557
              IF NOT WS-DR-FOUND                                        00026560
                 OR WS-RT-EFFDATE(WS-SUB) > WS-BEST-EFFDATE             00026563
                 OR (WS-RT-EFFDATE(WS-SUB) = WS-BEST-EFFDATE            00026566
                    AND WS-RT-TIERMIN(WS-SUB) > WS-BEST-TIERMIN)        00026569
                 SET WS-DR-FOUND TO TRUE                                00026572
                 MOVE WS-RT-EFFDATE(WS-SUB) TO WS-BEST-EFFDATE          00026575
                 MOVE WS-RT-TIERMIN(WS-SUB) TO WS-BEST-TIERMIN          00026578
                 MOVE WS-RT-RATE(WS-SUB) TO WS-DR-RATE                  00026581
              END-IF                                                    00026584
           END-IF.                                                      00026587
                                                                        00026600
       POST-INT-PARA.                                                   00026700
           MOVE AC-BALANCE TO WS-OPEN-BAL.                              00026800
           ELSE                                                         00027262
              MOVE 0 TO WS-INTEREST                                     00027308
           END-IF.                                                      00027354
           MOVE 0 TO WS-DEBIT-INT.                                      00027356
           IF AC-BALANCE < 0                                            00027358
              COMPUTE WS-OD-AMT = 0 - AC-BALANCE                        00027360
              PERFORM DR-RATE-LOOKUP-PARA                               00027362
              IF WS-DR-FOUND                                            00027364
                 COMPUTE WS-DEBIT-INT ROUNDED =                         00027366
                    (WS-OD-AMT * WS-DR-RATE) / 1200                     00027368
                    ON SIZE ERROR                                       00027370
                       MOVE 0 TO WS-DEBIT-INT                           00027372
                       DISPLAY "DEBIT INTEREST OVERFLOW - ACCOUNT "     00027374
                          AC-ACCTNO " CHARGED ZERO"                     00027376
                 END-COMPUTE                                            00027378
              ELSE                                                      00027380
                 ADD 1 TO WS-NODR-COUNT                                 00027382
                 DISPLAY "NO DEBIT RATE FOR BRANCH " AC-BRANCH          00027384
                    " - OVERDRAWN ACCOUNT " AC-ACCTNO                   00027386
              END-IF                                                    00027388
           END-IF.                                                      00027390
           MOVE 0 TO WS-ADJ-NET.                                        00027392
           PERFORM ADJ-CALC-PARA                                        00027394
              VARYING WS-BV-SUB FROM 1 BY 1                             00027396
              UNTIL WS-BV-SUB > WS-BV-CT.                               00027398
           ADD WS-INTEREST TO AC-BALANCE.                               00027400
           ADD WS-ADJ-NET TO AC-BALANCE.                                00027450
           MOVE SPACE TO WS-MID-IMAGE.                                  00027462
           MOVE AC-ACCTREC TO WS-MID-IMAGE.                             00027474
           SUBTRACT WS-DEBIT-INT FROM AC-BALANCE.                       00027486
           REWRITE AC-ACCTREC.                                          00027500
           IF MS-STAT NOT = '00'                                        00027600
              DISPLAY "MASTER REWRITE ERROR, ACCOUNT " AC-ACCTNO        00027700
           ADD WS-INTEREST TO WS-INT-TOTAL.                             00028100
           ADD 1 TO WS-ACCT-COUNT.                                      00028200
           PERFORM HIST-PARA.                                           00028250
           IF WS-DEBIT-INT > 0                                          00028251
              PERFORM DEBIT-INT-PARA                                    00028252
           END-IF.                                                      00028253
           PERFORM ADJ-LEDG-PARA                                        00028254
              VARYING WS-BV-SUB FROM 1 BY 1                             00028255
              UNTIL WS-BV-SUB > WS-BV-CT.                               00028256
           PERFORM ADDR-LOOKUP-PARA.                                    00028257
           IF WS-ADDR-FOUND AND NA-RETURNED                             00028258
              ADD 1 TO WS-SUPP-COUNT                                    00028259
              DISPLAY "RETURNED MAIL - STATEMENT SUPPRESSED, ACCOUNT "  00028260
                 AC-ACCTNO " BRANCH " AC-BRANCH                         00028261
           ELSE                                                         00028262
              PERFORM STATEMENT-PARA                                    00028263
           END-IF.                                                      00028264
                                                                        00028265
       DEBIT-INT-PARA.                                                  00028266
           ADD 1 TO WS-DINT-COUNT.                                      00028267
           ADD WS-DEBIT-INT TO WS-DINT-TOTAL.                           00028268
           ACCEPT WS-HIS-TIME FROM TIME.                                00028269
           MOVE AC-EMPID TO HIS-EMPID.                                  00028270
           MOVE AC-ACCTNO TO HIS-ACCTNO.                                00028271
           MOVE 'MONTHEND' TO HIS-JOBID.                                00028272
           STRING WS-STMT-DATE DELIMITED BY SIZE                        00028273
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00028274
              INTO HIS-TIMESTAMP.                                       00028275
           SET HIS-DEBITINT TO TRUE.                                    00028276
           MOVE WS-MID-IMAGE TO HIS-BEFORE.                             00028277
           MOVE AC-ACCTREC TO HIS-AFTER.                                00028278
           WRITE HIS-REC.                                               00028279
           MOVE AC-ACCTNO TO LG-ACCTNO.                                 00028280
           MOVE AC-EMPID TO LG-EMPID.                                   00028281
           SET LG-DEBITINT TO TRUE.                                     00028282
           MOVE WS-DEBIT-INT TO LG-AMOUNT.                              00028283
           MOVE WS-STMT-DATE TO LG-TRANDATE.                            00028284
           MOVE HIS-TIMESTAMP TO LG-TIMESTAMP.                          00028285
           MOVE 'INTDEBIT' TO LG-JOBID.                                 00028286
           WRITE LG-LEDGREC.                                            00028287
                                                                        00028288
       ADJ-CALC-PARA.                                                   00028289
           IF WS-BA-ACCTNO(WS-BV-SUB) = AC-ACCTNO                       00028290
              AND WS-BA-USED(WS-BV-SUB) = 'N'                           00028291
              MOVE 'Y' TO WS-BA-USED(WS-BV-SUB)                         00028292
              COMPUTE WS-BA-ADJ(WS-BV-SUB) ROUNDED =                    00028293
                 (WS-BA-AMOUNT(WS-BV-SUB) * WS-ACCT-RATE                00028294
                    * WS-BA-MONTHS(WS-BV-SUB)) / 1200                   00028295
                 ON SIZE ERROR                                          00028296
                    MOVE 0 TO WS-BA-ADJ(WS-BV-SUB)                      00028297
                    DISPLAY "INTEREST ADJUSTMENT OVERFLOW - ACCOUNT "   00028298
                       AC-ACCTNO " ADJUSTED ZERO"                       00028299
              END-COMPUTE                                               00028300
              IF WS-BA-CODE(WS-BV-SUB) = 'D'                            00028301
                 OR WS-BA-CODE(WS-BV-SUB) = 'C'                         00028302
                 ADD WS-BA-ADJ(WS-BV-SUB) TO WS-ADJ-NET                 00028303
              ELSE                                                      00028304
                 SUBTRACT WS-BA-ADJ(WS-BV-SUB) FROM WS-ADJ-NET          00028305
              END-IF                                                    00028306
           END-IF.                                                      00028307
                                                                        00028308
       ADJ-LEDG-PARA.                                                   00028309
           IF WS-BA-ACCTNO(WS-BV-SUB) = AC-ACCTNO                       00028310
              AND WS-BA-USED(WS-BV-SUB) = 'Y'                           00028311
              AND WS-BA-ADJ(WS-BV-SUB) > 0                              00028312
              ACCEPT WS-HIS-TIME FROM TIME                              00028313
              MOVE AC-ACCTNO TO LG-ACCTNO                               00028314
              MOVE AC-EMPID TO LG-EMPID                                 00028315
              SET LG-INTADJ TO TRUE                                     00028316
              MOVE WS-BA-ADJ(WS-BV-SUB) TO LG-AMOUNT                    00028317
              MOVE WS-BA-VALDATE(WS-BV-SUB) TO LG-TRANDATE              00028318
              STRING WS-STMT-DATE DELIMITED BY SIZE                     00028319
                     WS-HIS-TIME(1:6) DELIMITED BY SIZE                 00028320
                 INTO LG-TIMESTAMP                                      00028321
              IF WS-BA-CODE(WS-BV-SUB) = 'D'                            00028322
                 OR WS-BA-CODE(WS-BV-SUB) = 'C'                         00028323
                 MOVE 'INTADJCR' TO LG-JOBID                            00028324
                 ADD 1 TO WS-ADJCR-COUNT                                00028325
                 ADD WS-BA-ADJ(WS-BV-SUB) TO WS-ADJCR-TOTAL             00028326
              ELSE                                                      00028327
                 MOVE 'INTADJDR' TO LG-JOBID                            00028328
                 ADD 1 TO WS-ADJDR-COUNT                                00028329
                 ADD WS-BA-ADJ(WS-BV-SUB) TO WS-ADJDR-TOTAL             00028330
              END-IF                                                    00028331
              WRITE LG-LEDGREC                                          00028332
           END-IF.                                                      00028333
                                                                        00028334
       ADJ-LINE-PARA.                                                   00028335
           IF WS-BA-ACCTNO(WS-BV-SUB) = AC-ACCTNO                       00028336
              AND WS-BA-USED(WS-BV-SUB) = 'Y'                           00028337
              AND WS-BA-ADJ(WS-BV-SUB) > 0                              00028338
              IF WS-BA-CODE(WS-BV-SUB) = 'D'                            00028339
                 OR WS-BA-CODE(WS-BV-SUB) = 'C'                         00028340
                 MOVE 'INT ADJ CR  ' TO ST-DESC                         00028341
              ELSE                                                      00028342
                 MOVE 'INT ADJ DR  ' TO ST-DESC                         00028343
              END-IF                                                    00028344
              MOVE WS-BA-ADJ(WS-BV-SUB) TO ST-AMOUNT                    00028345
              MOVE WS-BA-VALDATE(WS-BV-SUB) TO ST-DATE                  00028346
              DISPLAY WS-STMT-TRAN-LINE                                 00028347
           END-IF.                                                      00028348
                                                                        00028349
       BV-UNUSED-PARA.                                                  00028350
           IF WS-BA-USED(WS-BV-SUB) = 'N'                               00028351
              ADD 1 TO WS-BV-UNUSED-COUNT                               00028352
              DISPLAY "BACK VALUE NOT APPLIED - ACCOUNT "               00028353
                 WS-BA-ACCTNO(WS-BV-SUB) " "                            00028354
                 WS-BA-CODE(WS-BV-SUB) " "                              00028355
                 WS-BA-AMOUNT(WS-BV-SUB) " VALUE DATE "                 00028356
                 WS-BA-VALDATE(WS-BV-SUB)                               00028357
           END-IF.                                                      00028358
                                                                        00028359
       ADDR-LOOKUP-PARA.                                                00028360
           MOVE 'N' TO WS-ADDR-FOUND-SW.                                00028361
           MOVE AC-EMPID TO NA-EMPID.                                   00028362
           READ ADDR-FILE                                               00028363
              INVALID KEY                                               00028364
                 CONTINUE                                               00028365
              NOT INVALID KEY                                           00028366
                 SET WS-ADDR-FOUND TO TRUE                              00028367
           END-READ.                                                    00028368
                                                                        00028400
       STATEMENT-PARA.                                                  00028500
           ADD 1 TO WS-PAGE-NO.                                         00028600
           MOVE AC-ACCTNO TO SN-ACCTNO.                                 00029500
           MOVE AC-BRANCH TO SN-BRANCH.                                 00029600
           DISPLAY WS-STMT-NAME-LINE.                                   00029700
           PERFORM STMT-ADDR-PARA.                                      00029750
           MOVE AC-DATEOPEN TO SP-DATEOPEN.                             00029800
           MOVE WS-OPEN-BAL TO SP-OPEN-BAL.                             00029900
           DISPLAY WS-STMT-OPEN-LINE.                                   00029966
           MOVE WS-INTEREST TO SI-INTEREST.                             00030100
           MOVE WS-ACCT-RATE TO SI-RATE.                                00030200
           DISPLAY WS-STMT-INT-LINE.                                    00030300
           IF WS-DEBIT-INT > 0                                          00030304
              MOVE WS-DEBIT-INT TO SD-INTEREST                          00030308
              MOVE WS-DR-RATE TO SD-RATE                                00030312
              DISPLAY WS-STMT-DINT-LINE                                 00030316
           END-IF.                                                      00030320
           PERFORM ADJ-LINE-PARA                                        00030325
              VARYING WS-BV-SUB FROM 1 BY 1                             00030350
              UNTIL WS-BV-SUB > WS-BV-CT.                               00030375
           MOVE AC-BALANCE TO SC-CLOSE-BAL.                             00030400
           DISPLAY WS-STMT-CLOSE-LINE.                                  00030500
                                                                        00030503
       STMT-ADDR-PARA.                                                  00030506
           IF WS-ADDR-FOUND                                             00030509
              MOVE NA-LINE1 TO SA-LINE                                  00030512
              DISPLAY WS-STMT-ADDR-LINE                                 00030513
              IF NA-LINE2 NOT = SPACE                                   00030514
                 MOVE NA-LINE2 TO SA-LINE                               00030515
                 DISPLAY WS-STMT-ADDR-LINE                              00030516
              END-IF                                                    00030517
              IF NA-LINE3 NOT = SPACE                                   00030518
                 MOVE NA-LINE3 TO SA-LINE                               00030519
                 DISPLAY WS-STMT-ADDR-LINE                              00030520
              END-IF                                                    00030521
              MOVE NA-POSTCODE TO SA-POSTCODE                           00030522
              EVALUATE TRUE                                             00030523
                 WHEN NA-ELECTRONIC                                     00030524
                    MOVE 'ELECTRONIC' TO SA-DELIVERY                    00030525
                 WHEN NA-BRANCH-HOLD                                    00030526
                    MOVE 'HOLD AT BRANCH' TO SA-DELIVERY                00030527
                 WHEN OTHER                                             00030528
                    MOVE 'PAPER' TO SA-DELIVERY                         00030529
              END-EVALUATE                                              00030530
              DISPLAY WS-STMT-POST-LINE                                 00030531
           ELSE                                                         00030532
              MOVE '*** NO ADDRESS ON FILE ***' TO SA-LINE              00030533
              DISPLAY WS-STMT-ADDR-LINE                                 00030534
              ADD 1 TO WS-NOADDR-COUNT                                  00030535
           END-IF.                                                      00030536
                                                                        00030537
       ITEMIZE-PARA.                                                    00030538
           MOVE 0 TO WS-ITEM-COUNT.                                     00030539
           PERFORM LEDG-SKIP-PARA                                       00030540
              UNTIL WS-LEDG-EOF OR SG-ACCTNO >= AC-ACCTNO.              00030541
           PERFORM LEDG-LINE-PARA                                       00030542
              UNTIL WS-LEDG-EOF OR SG-ACCTNO > AC-ACCTNO.               00030543
           IF WS-ITEM-COUNT = 0                                         00030544
              MOVE 'NO ACTIVITY ' TO ST-DESC                            00030545
              MOVE 0 TO ST-AMOUNT                                       00030546
              MOVE SPACE TO ST-DATE                                     00030547
              DISPLAY WS-STMT-TRAN-LINE                                 00030548
           END-IF.                                                      00030549
                                                                        00030550
       LEDG-SKIP-PARA.                                                  00030551
           PERFORM READ-LEDG-PARA.                                      00030552
                                                                        00030553
       LEDG-LINE-PARA.                                                  00030554
           IF (SG-TIMESTAMP(1:6) = WS-STMT-YYYYMM                       00030555
                 AND NOT SG-INTADJ AND NOT SG-SVCCHG                    00030556
                 AND NOT SG-DEBITINT)                                   00030557
              OR (SG-SVCCHG AND SG-TIMESTAMP(1:6) = WS-PREV-YYYYMM)     00030558
              EVALUATE TRUE                                             00030559
                 WHEN SG-DEPOSIT                                        00030560
                    MOVE 'DEPOSIT     ' TO ST-DESC                      00030561
                 WHEN SG-WITHDRAW                                       00030562
                    MOVE 'WITHDRAWAL  ' TO ST-DESC                      00030563
                 WHEN SG-XFER-IN AND SG-JOBID = 'ODSWEEP'               00030564
                    MOVE 'SWEEP IN    ' TO ST-DESC                      00030565
                 WHEN SG-XFER-OUT AND SG-JOBID = 'ODSWEEP'              00030566
                    MOVE 'SWEEP OUT   ' TO ST-DESC                      00030567
                 WHEN SG-XFER-IN                                        00030568
                    MOVE 'TRANSFER IN ' TO ST-DESC                      00030569
                 WHEN SG-XFER-OUT                                       00030570
                    MOVE 'TRANSFER OUT' TO ST-DESC                      00030571
                 WHEN SG-ODFEE                                          00030572
                    MOVE 'OVERDRF FEE ' TO ST-DESC                      00030573
                 WHEN SG-NSFFEE                                         00030574
                    MOVE 'RETURN FEE  ' TO ST-DESC                      00030575
                 WHEN SG-SWEEPFEE                                       00030576
                    MOVE 'SWEEP FEE   ' TO ST-DESC                      00030577
                 WHEN SG-SVCCHG AND SG-JOBID = 'SVCITEMS'               00030578
                    MOVE 'ITEM CHARGES' TO ST-DESC                      00030579
                 WHEN SG-SVCCHG                                         00030580
                    MOVE 'SVC CHARGE  ' TO ST-DESC                      00030581
                 WHEN SG-CHGOFF                                         00030582
                    MOVE 'CHARGED OFF ' TO ST-DESC                      00030583
                 WHEN SG-FINALINT                                       00030584
                    MOVE 'FINAL INT   ' TO ST-DESC                      00030585
                 WHEN SG-PAYOUT                                         00030586
                    MOVE 'FINAL PAYOUT' TO ST-DESC                      00030587
                 WHEN OTHER                                             00030588
                    MOVE 'TRANSACTION ' TO ST-DESC                      00030589
              END-EVALUATE                                              00030590
              IF SG-AMOUNT NUMERIC                                      00030591
                 MOVE SG-AMOUNT TO ST-AMOUNT                            00030592
              ELSE                                                      00030593
                 MOVE 0 TO ST-AMOUNT                                    00030594
              END-IF                                                    00030595
              MOVE SG-TRANDATE TO ST-DATE                               00030596
              DISPLAY WS-STMT-TRAN-LINE                                 00030597
              ADD 1 TO WS-ITEM-COUNT                                    00030598
           END-IF.                                                      00030599
           PERFORM READ-LEDG-PARA.                                      00030600
                                                                        00030614
       HIST-PARA.                                                       00030616
           ACCEPT WS-HIS-TIME FROM TIME.                                00030619
              INTO HIS-TIMESTAMP.                                       00030645
           MOVE 'N' TO HIS-FUNC.                                        00030650
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00030655
           MOVE WS-MID-IMAGE TO HIS-AFTER.                              00030660
           WRITE HIS-REC.                                               00030665
                                                                        00030670
       SUMMARY-PARA.                                                    00030700
           DISPLAY "INTACCRU RUN SUMMARY".                              00030900
           DISPLAY "ACCOUNTS ACCRUED:        " WS-ACCT-COUNT.           00031000
           DISPLAY "ACCOUNTS WITHOUT RATE:   " WS-SKIP-COUNT.           00031100
           DISPLAY "STATEMENTS SUPPRESSED:   " WS-SUPP-COUNT.           00031133
           DISPLAY "NO ADDRESS ON FILE:      " WS-NOADDR-COUNT.         00031166
           DISPLAY "IN SEPARATION, SKIPPED:  " WS-SEP-COUNT.            00031183
           DISPLAY "TOTAL INTEREST CREDITED: " WS-INT-TOTAL.            00031200
           DISPLAY "DEBIT INTEREST CHARGED:  " WS-DINT-COUNT.           00031202
           DISPLAY "TOTAL DEBIT INTEREST:    " WS-DINT-TOTAL.           00031204
           DISPLAY "OVERDRAWN, NO DEBIT RATE:" WS-NODR-COUNT.           00031206
           DISPLAY "BACK VALUE ITEMS READ:   " WS-BV-CT.                00031210
           DISPLAY "INT ADJ CREDITS POSTED:  " WS-ADJCR-COUNT.          00031220
           DISPLAY "INT ADJ CREDIT TOTAL:    " WS-ADJCR-TOTAL.          00031230
           DISPLAY "INT ADJ DEBITS POSTED:   " WS-ADJDR-COUNT.          00031240
           DISPLAY "INT ADJ DEBIT TOTAL:     " WS-ADJDR-TOTAL.          00031250
           PERFORM BV-UNUSED-PARA                                       00031260
              VARYING WS-BV-SUB FROM 1 BY 1                             00031270
              UNTIL WS-BV-SUB > WS-BV-CT.                               00031280
           DISPLAY "BACK VALUE NOT APPLIED:  " WS-BV-UNUSED-COUNT.      00031290
                                                                        00031300
       CLOSE-PARA.                                                      00031400
           CLOSE MASTER-FILE.                                           00031500
           CLOSE EMP-FILE.                                              00031550
           CLOSE SEP-FILE.                                              00031562
           CLOSE ADDR-FILE.                                             00031575
           CLOSE RATE-FILE.                                             00031600
           CLOSE HISTORY-FILE.                                          00031700
           IF SG-STAT = '00' OR SG-STAT = '10'                          00031800
              CLOSE SLEDG-FILE                                          00031900
           END-IF.                                                      00032000
           CLOSE LEDGER-FILE.                                           00032100
           IF BV-STAT = '00' OR BV-STAT = '10'                          00032200
              CLOSE BACKVAL-FILE                                        00032300
           END-IF.                                                      00032400
