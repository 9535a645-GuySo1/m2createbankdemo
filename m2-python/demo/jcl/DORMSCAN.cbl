           ACCESS MODE IS RANDOM                                        00012088
           RECORD KEY IS IN-EMPID                                       00012112
           FILE STATUS IS EM-STAT.                                      00012136
                                                                        00012137
           SELECT REL-FILE ASSIGN TO ACCTREL                            00012138
           ORGANIZATION IS INDEXED                                      00012139
           ACCESS MODE IS DYNAMIC                                       00012140
           RECORD KEY IS AR-KEY                                         00012141
           FILE STATUS IS AR-STAT.                                      00012142
                                                                        00012143
           SELECT ADDR-FILE ASSIGN TO ADDRFILE                          00012144
           ORGANIZATION IS INDEXED                                      00012145
           ACCESS MODE IS RANDOM                                        00012146
           RECORD KEY IS NA-EMPID                                       00012147
           FILE STATUS IS NA-STAT.                                      00012148
                                                                        00012160
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY                          00012184
           ORGANIZATION IS SEQUENTIAL                                   00012208
                                  ==AC-BRANCH==   BY ==SO-BRANCH==      00014700
                                  ==AC-BALANCE==  BY ==SO-BALANCE==     00014800
                                  ==AC-DATEOPEN== BY ==SO-DATEOPEN==    00014900
                                  ==AC-LASTACT==  BY ==SO-LASTACT==     00015000
                                  ==AC-PRODUCT==  BY ==SO-PRODUCT==.    00015050
                                                                        00015100
       FD DORMANT-FILE.                                                 00015134
           COPY DORMREC.                                                00015168
                                                                        00015202
       FD EMP-FILE.                                                     00015236
           COPY EMPREC.                                                 00015270
                                                                        00015278
       FD REL-FILE.                                                     00015286
           COPY ACRELREC.                                               00015294
                                                                        00015296
       FD ADDR-FILE.                                                    00015298
           COPY ADDRREC.                                                00015300
                                                                        00015305
       FD NOTIFY-FILE.                                                  00015340
       01 NTF-REC.                                                      00015375
          05 NTF-BRANCH      PIC X(04).                                 00015550
          05 NTF-LASTACT     PIC X(08).                                 00015585
          05 NTF-MONTHS      PIC 9(03).                                 00015620
          05 NTF-ROLE        PIC X(01).                                 00015637
          05 NTF-LINE1       PIC X(30).                                 00015640
          05 NTF-LINE2       PIC X(30).                                 00015643
          05 NTF-LINE3       PIC X(30).                                 00015646
          05 NTF-POSTCODE    PIC X(10).                                 00015649
                                                                        00015655
       FD ESCHEAT-FILE.                                                 00015690
       01 ESC-REC.                                                      00015725
          05 ESC-BALANCE     PIC S9(09)V99.                             00015795
          05 ESC-LASTACT     PIC X(08).                                 00015830
          05 ESC-MONTHS      PIC 9(03).                                 00015865
          05 ESC-EMPID       PIC X(06).                                 00015872
          05 ESC-FIRSTNAME   PIC X(12).                                 00015879
          05 ESC-LASTNAME    PIC X(12).                                 00015886
          05 ESC-ROLE        PIC X(01).                                 00015893
                                                                        00015900
       WORKING-STORAGE SECTION.                                         00016000
       01 SO-STAT             PIC X(02) VALUE SPACE.                    00016200
       01 DO-STAT             PIC X(02) VALUE SPACE.                    00016240
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00016280
       01 AR-STAT             PIC X(02) VALUE SPACE.                    00016300
       01 NA-STAT             PIC X(02) VALUE SPACE.                    00016310
       01 NO-STAT             PIC X(02) VALUE SPACE.                    00016320
       01 EC-STAT             PIC X(02) VALUE SPACE.                    00016360
       01 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.                      00016400
          88 WS-SORT-EOF      VALUE 'Y'.                                00016500
       01 WS-FIRST-REC-SW     PIC X(01) VALUE 'Y'.                      00016600
          88 WS-FIRST-REC     VALUE 'Y'.                                00016700
       01 WS-REL-MORE-SW      PIC X(01) VALUE 'N'.                      00016704
          88 WS-REL-MORE      VALUE 'Y'.                                00016708
          88 WS-REL-NO-MORE   VALUE 'N'.                                00016712
       01 WS-JOINT-SW         PIC X(01) VALUE 'N'.                      00016716
          88 WS-JOINT-FOUND   VALUE 'Y'.                                00016720
       01 WS-OWNER-EMPID      PIC X(06) VALUE SPACE.                    00016724
       01 WS-OWNER-ROLE       PIC X(01) VALUE SPACE.                    00016728
       01 WS-ADDR-FOUND-SW    PIC X(01) VALUE 'N'.                      00016732
          88 WS-ADDR-FOUND    VALUE 'Y'.                                00016736
       01 WS-RETMAIL-SW       PIC X(01) VALUE 'N'.                      00016740
          88 WS-MAIL-RETURNED VALUE 'Y'.                                00016744
       01 WS-FUP-SUB          PIC 9(04) VALUE 0.                        00016748
       01 WS-FUP-CT           PIC 9(04) VALUE 0.                        00016752
       01 WS-FUP-BRANCH       PIC X(04) VALUE SPACE.                    00016756
       01 WS-FUP-TABLE.                                                 00016760
          05 WS-FUP-ENTRY OCCURS 2000 TIMES.                            00016764
             10 WS-FU-BRANCH  PIC X(04).                                00016768
             10 WS-FU-ACCTNO  PIC X(10).                                00016772
             10 WS-FU-EMPID   PIC X(06).                                00016776
             10 WS-FU-RETDATE PIC 9(08).                                00016780
             10 WS-FU-LASTACT PIC X(08).                                00016784
             10 WS-FU-MONTHS  PIC 9(03).                                00016788
             10 WS-FU-STAGE   PIC X(08).                                00016792
       01 WS-RUN-DATE         PIC 9(08).                                00016800
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00016900
          05 WS-RUN-YYYY      PIC 9(04).                                00017000
       01 WS-DORM-COUNT       PIC 9(08) VALUE 0.                        00018650
       01 WS-WARN-COUNT       PIC 9(08) VALUE 0.                        00018700
       01 WS-ESCH-COUNT       PIC 9(08) VALUE 0.                        00018750
       01 WS-JNTF-COUNT       PIC 9(08) VALUE 0.                        00018766
       01 WS-JESC-COUNT       PIC 9(08) VALUE 0.                        00018782
       01 WS-RTDORM-COUNT     PIC 9(08) VALUE 0.                        00018785
       01 WS-HELD-COUNT       PIC 9(08) VALUE 0.                        00018788
       01 WS-NOADDR-COUNT     PIC 9(08) VALUE 0.                        00018791
       01 WS-FUP-LOST         PIC 9(08) VALUE 0.                        00018794
       01 WS-UNK-COUNT        PIC 9(08) VALUE 0.                        00018800
       01 WS-BRANCH-LINE.                                               00018900
          05 FILLER           PIC X(09) VALUE '  BRANCH '.              00019000
          05 BL-OVER-12       PIC ZZZ,ZZ9.                              00019900
          05 FILLER           PIC X(07) VALUE '  UNK: '.                00020000
          05 BL-UNKNOWN       PIC ZZZ,ZZ9.                              00020100
       01 WS-FUP-LINE.                                                  00020106
          05 FILLER           PIC X(04) VALUE SPACE.                    00020112
          05 FL-ACCTNO        PIC X(10).                                00020118
          05 FILLER           PIC X(02) VALUE SPACE.                    00020124
          05 FL-EMPID         PIC X(06).                                00020130
          05 FILLER           PIC X(02) VALUE SPACE.                    00020136
          05 FL-NAME          PIC X(25).                                00020142
          05 FILLER           PIC X(02) VALUE SPACE.                    00020148
          05 FL-RETDATE       PIC X(08).                                00020154
          05 FILLER           PIC X(02) VALUE SPACE.                    00020160
          05 FL-LASTACT       PIC X(08).                                00020166
          05 FILLER           PIC X(01) VALUE SPACE.                    00020172
          05 FL-MONTHS        PIC ZZ9.                                  00020178
          05 FILLER           PIC X(02) VALUE SPACE.                    00020184
          05 FL-STAGE         PIC X(08).                                00020190
       PROCEDURE DIVISION.                                              00020200
       MAIN-PARA.                                                       00020300
           PERFORM OPEN-PARA.                                           00020400
           IF NOT WS-FIRST-REC                                          00020900
              PERFORM BREAK-PARA                                        00021000
           END-IF.                                                      00021100
           PERFORM FOLLOWUP-PARA.                                       00021150
           PERFORM SUMMARY-PARA.                                        00021200
           PERFORM CLOSE-PARA.                                          00021300
           STOP RUN.                                                    00021400
              DISPLAY "EMPLOYEE MASTER OPEN ERROR"                      00022572
              GO TO ERROR-EXIT                                          00022604
           END-IF.                                                      00022637
           OPEN INPUT ADDR-FILE.                                        00022640
           IF NA-STAT NOT = '00'                                        00022643
              DISPLAY "ADDRESS FILE OPEN ERROR"                         00022646
              GO TO ERROR-EXIT                                          00022649
           END-IF.                                                      00022652
           OPEN INPUT REL-FILE.                                         00022655
           IF AR-STAT NOT = '00'                                        00022658
              DISPLAY "ACCOUNT RELATIONSHIP FILE OPEN ERROR"            00022661
              GO TO ERROR-EXIT                                          00022664
           END-IF.                                                      00022667
           OPEN OUTPUT NOTIFY-FILE.                                     00022670
           IF NO-STAT NOT = '00'                                        00022703
              DISPLAY "NOTIFICATION FILE OPEN ERROR"                    00022736
              END-IF                                                    00026000
           END-IF.                                                      00026100
           ADD 1 TO WS-SCAN-COUNT.                                      00026200
           PERFORM MAIL-CHECK-PARA.                                     00026233
           PERFORM CLASSIFY-PARA.                                       00026266
           IF WS-MAIL-RETURNED                                          00026299
              PERFORM FUP-ADD-PARA                                      00026332
           END-IF.                                                      00026365
           PERFORM READ-SORTED-PARA.                                    00026400
                                                                        00026500
       CLASSIFY-PARA.                                                   00026600
              END-IF                                                    00029108
              IF WS-MONTHS >= WS-WARN-THRESH                            00029144
                 AND WS-MONTHS < WS-THRESHOLD                           00029180
                 IF WS-MAIL-RETURNED                                    00029190
                    PERFORM DORMANT-OUT-PARA                            00029200
                    ADD 1 TO WS-RTDORM-COUNT                            00029210
                 ELSE                                                   00029220
                    PERFORM NOTIFY-OUT-PARA                             00029230
                 END-IF                                                 00029240
              END-IF                                                    00029252
              IF WS-MONTHS >= WS-ESCH-THRESH                            00029289
                 PERFORM ESCHEAT-OUT-PARA                               00029326
              END-IF                                                    00029363
           END-IF.                                                      00029400
                                                                        00029500
       MAIL-CHECK-PARA.                                                 00029502
           MOVE 'N' TO WS-RETMAIL-SW.                                   00029504
           MOVE SO-EMPID TO WS-OWNER-EMPID.                             00029506
           PERFORM OWNER-ADDR-PARA.                                     00029508
           IF WS-ADDR-FOUND AND NA-RETURNED                             00029510
              SET WS-MAIL-RETURNED TO TRUE                              00029512
           END-IF.                                                      00029514
                                                                        00029516
       FUP-ADD-PARA.                                                    00029518
           IF WS-FUP-CT < 2000                                          00029520
              ADD 1 TO WS-FUP-CT                                        00029522
              MOVE SO-BRANCH TO WS-FU-BRANCH(WS-FUP-CT)                 00029524
              MOVE SO-ACCTNO TO WS-FU-ACCTNO(WS-FUP-CT)                 00029526
              MOVE SO-EMPID TO WS-FU-EMPID(WS-FUP-CT)                   00029528
              MOVE NA-RETMAIL-DATE TO WS-FU-RETDATE(WS-FUP-CT)          00029530
              MOVE WS-ACT-DATE TO WS-FU-LASTACT(WS-FUP-CT)              00029532
              EVALUATE TRUE                                             00029534
                 WHEN WS-ACT-DATE NOT NUMERIC                           00029536
                    MOVE 0 TO WS-FU-MONTHS(WS-FUP-CT)                   00029538
                    MOVE 'UNKNOWN ' TO WS-FU-STAGE(WS-FUP-CT)           00029540
                 WHEN WS-MONTHS > 999                                   00029542
                    MOVE 999 TO WS-FU-MONTHS(WS-FUP-CT)                 00029544
                    MOVE 'ESCHEAT ' TO WS-FU-STAGE(WS-FUP-CT)           00029546
                 WHEN OTHER                                             00029548
                    MOVE WS-MONTHS TO WS-FU-MONTHS(WS-FUP-CT)           00029550
                    EVALUATE TRUE                                       00029552
                       WHEN WS-MONTHS >= WS-ESCH-THRESH                 00029554
                          MOVE 'ESCHEAT ' TO WS-FU-STAGE(WS-FUP-CT)     00029556
                       WHEN WS-MONTHS >= WS-WARN-THRESH                 00029558
                          MOVE 'DORMANT ' TO WS-FU-STAGE(WS-FUP-CT)     00029560
                       WHEN OTHER                                       00029562
                          MOVE 'ACTIVE  ' TO WS-FU-STAGE(WS-FUP-CT)     00029564
                    END-EVALUATE                                        00029566
              END-EVALUATE                                              00029568
           ELSE                                                         00029570
              ADD 1 TO WS-FUP-LOST                                      00029572
           END-IF.                                                      00029574
                                                                        00029576
       DORMANT-OUT-PARA.                                                00029600
           MOVE SO-EMPID   TO DOR-EMPID.                                00029700
           MOVE SO-ACCTNO  TO DOR-ACCTNO.                               00029800
           WRITE DOR-REC.                                               00030507
           ADD 1 TO WS-DORM-COUNT.                                      00030514
                                                                        00030521
       NOTIFY-OUT-PARA.                                                 00030523
           MOVE SO-EMPID TO WS-OWNER-EMPID.                             00030525
           MOVE 'O' TO WS-OWNER-ROLE.                                   00030527
           PERFORM NOTIFY-WRITE-PARA.                                   00030529
           ADD 1 TO WS-WARN-COUNT.                                      00030531
           PERFORM JOINT-START-PARA.                                    00030533
           PERFORM NOTIFY-JOINT-PARA UNTIL WS-REL-NO-MORE.              00030535
                                                                        00030537
       NOTIFY-JOINT-PARA.                                               00030539
           PERFORM NEXT-JOINT-PARA.                                     00030541
           IF WS-JOINT-FOUND                                            00030543
              PERFORM NOTIFY-WRITE-PARA                                 00030545
           END-IF.                                                      00030547
                                                                        00030549
       NOTIFY-WRITE-PARA.                                               00030551
           PERFORM OWNER-NAME-PARA.                                     00030553
           PERFORM OWNER-ADDR-PARA.                                     00030555
           IF WS-ADDR-FOUND AND NA-RETURNED                             00030557
              ADD 1 TO WS-HELD-COUNT                                    00030559
           ELSE                                                         00030561
              MOVE SO-ACCTNO TO NTF-ACCTNO                              00030563
              MOVE WS-OWNER-EMPID TO NTF-EMPID                          00030565
              MOVE IN-FIRSTNAME TO NTF-FIRSTNAME                        00030567
              MOVE IN-LASTNAME TO NTF-LASTNAME                          00030569
              MOVE SO-BRANCH TO NTF-BRANCH                              00030571
              MOVE WS-ACT-DATE TO NTF-LASTACT                           00030573
              IF WS-MONTHS > 999                                        00030575
                 MOVE 999 TO NTF-MONTHS                                 00030577
              ELSE                                                      00030579
                 MOVE WS-MONTHS TO NTF-MONTHS                           00030581
              END-IF                                                    00030583
              MOVE WS-OWNER-ROLE TO NTF-ROLE                            00030585
              IF WS-ADDR-FOUND                                          00030587
                 MOVE NA-LINE1 TO NTF-LINE1                             00030589
                 MOVE NA-LINE2 TO NTF-LINE2                             00030591
                 MOVE NA-LINE3 TO NTF-LINE3                             00030593
                 MOVE NA-POSTCODE TO NTF-POSTCODE                       00030595
              ELSE                                                      00030597
                 MOVE SPACE TO NTF-LINE1                                00030599
                 MOVE SPACE TO NTF-LINE2                                00030601
                 MOVE SPACE TO NTF-LINE3                                00030603
                 MOVE SPACE TO NTF-POSTCODE                             00030605
                 ADD 1 TO WS-NOADDR-COUNT                               00030607
              END-IF                                                    00030609
              WRITE NTF-REC                                             00030611
              IF WS-OWNER-ROLE = 'J'                                    00030613
                 ADD 1 TO WS-JNTF-COUNT                                 00030615
              END-IF                                                    00030617
           END-IF.                                                      00030619
                                                                        00030621
       ESCHEAT-OUT-PARA.                                                00030623
           MOVE SO-EMPID TO WS-OWNER-EMPID.                             00030625
           MOVE 'O' TO WS-OWNER-ROLE.                                   00030627
           PERFORM ESCHEAT-WRITE-PARA.                                  00030629
           ADD 1 TO WS-ESCH-COUNT.                                      00030631
           PERFORM JOINT-START-PARA.                                    00030633
           PERFORM ESCHEAT-JOINT-PARA UNTIL WS-REL-NO-MORE.             00030635
                                                                        00030637
       ESCHEAT-JOINT-PARA.                                              00030639
           PERFORM NEXT-JOINT-PARA.                                     00030641
           IF WS-JOINT-FOUND                                            00030643
              PERFORM ESCHEAT-WRITE-PARA                                00030645
              ADD 1 TO WS-JESC-COUNT                                    00030647
           END-IF.                                                      00030649
                                                                        00030651
       ESCHEAT-WRITE-PARA.                                              00030653
           PERFORM OWNER-NAME-PARA.                                     00030655
           MOVE SO-ACCTNO TO ESC-ACCTNO.                                00030657
           IF SO-BALANCE NUMERIC                                        00030659
              MOVE SO-BALANCE TO ESC-BALANCE                            00030661
           ELSE                                                         00030663
              MOVE 0 TO ESC-BALANCE                                     00030665
           END-IF.                                                      00030667
           MOVE WS-ACT-DATE TO ESC-LASTACT.                             00030669
           IF WS-MONTHS > 999                                           00030671
              MOVE 999 TO ESC-MONTHS                                    00030673
           ELSE                                                         00030675
              MOVE WS-MONTHS TO ESC-MONTHS                              00030677
           END-IF.                                                      00030679
           MOVE WS-OWNER-EMPID TO ESC-EMPID.                            00030681
           MOVE IN-FIRSTNAME TO ESC-FIRSTNAME.                          00030683
           MOVE IN-LASTNAME TO ESC-LASTNAME.                            00030685
           MOVE WS-OWNER-ROLE TO ESC-ROLE.                              00030687
           WRITE ESC-REC.                                               00030689
                                                                        00030691
       OWNER-NAME-PARA.                                                 00030693
           MOVE WS-OWNER-EMPID TO IN-EMPID.                             00030695
           READ EMP-FILE                                                00030697
              INVALID KEY                                               00030699
                 MOVE SPACE TO IN-FIRSTNAME                             00030701
                 MOVE SPACE TO IN-LASTNAME                              00030703
           END-READ.                                                    00030705
                                                                        00030707
       OWNER-ADDR-PARA.                                                 00030709
           MOVE 'N' TO WS-ADDR-FOUND-SW.                                00030711
           MOVE WS-OWNER-EMPID TO NA-EMPID.                             00030713
           READ ADDR-FILE                                               00030715
              INVALID KEY                                               00030717
                 CONTINUE                                               00030719
              NOT INVALID KEY                                           00030721
                 SET WS-ADDR-FOUND TO TRUE                              00030723
           END-READ.                                                    00030725
                                                                        00030727
       JOINT-START-PARA.                                                00030729
           MOVE SO-ACCTNO TO AR-ACCTNO.                                 00030731
           MOVE LOW-VALUE TO AR-EMPID.                                  00030733
           START REL-FILE KEY IS NOT LESS THAN AR-KEY                   00030735
              INVALID KEY                                               00030737
                 SET WS-REL-NO-MORE TO TRUE                             00030739
              NOT INVALID KEY                                           00030741
                 SET WS-REL-MORE TO TRUE                                00030743
           END-START.                                                   00030745
                                                                        00030747
       NEXT-JOINT-PARA.                                                 00030749
           MOVE 'N' TO WS-JOINT-SW.                                     00030751
           READ REL-FILE NEXT RECORD                                    00030753
              AT END                                                    00030755
                 SET WS-REL-NO-MORE TO TRUE                             00030757
              NOT AT END                                                00030759
                 IF AR-ACCTNO NOT = SO-ACCTNO                           00030761
                    SET WS-REL-NO-MORE TO TRUE                          00030763
                 ELSE                                                   00030765
                    IF AR-JOINT                                         00030767
                       AND AR-EFF-DATE NOT > WS-RUN-DATE                00030769
                       AND (AR-END-DATE = 0                             00030771
                            OR AR-END-DATE NOT < WS-RUN-DATE)           00030773
                       SET WS-JOINT-FOUND TO TRUE                       00030775
                       MOVE AR-EMPID TO WS-OWNER-EMPID                  00030777
                       MOVE 'J' TO WS-OWNER-ROLE                        00030779
                    END-IF                                              00030781
                 END-IF                                                 00030783
           END-READ.                                                    00030785
                                                                        00030787
       BREAK-PARA.                                                      00030900
           MOVE WS-CURR-BRANCH TO BL-BRANCH.                            00031000
           MOVE WS-BKT-0-3     TO BL-0-3.                               00031100
           MOVE 0 TO WS-BKT-OVER-12.                                    00032000
           MOVE 0 TO WS-BKT-UNKNOWN.                                    00032100
                                                                        00032200
       FOLLOWUP-PARA.                                                   00032202
           DISPLAY SPACE.                                               00032204
           DISPLAY "RETURNED MAIL FOLLOW-UP LIST BY BRANCH".            00032206
           DISPLAY "    ACCOUNT     EMPID   NAME                       "00032208
              "RETURNED  LAST ACT  MOS  STAGE".                         00032210
           MOVE SPACE TO WS-FUP-BRANCH.                                 00032212
           PERFORM FUP-LINE-PARA                                        00032214
              VARYING WS-FUP-SUB FROM 1 BY 1                            00032216
              UNTIL WS-FUP-SUB > WS-FUP-CT.                             00032218
           IF WS-FUP-CT = 0                                             00032220
              DISPLAY "  NO ACCOUNTS WITH RETURNED MAIL"                00032222
           END-IF.                                                      00032224
           IF WS-FUP-LOST > 0                                           00032226
              DISPLAY "  FOLLOW-UP LIST FULL - " WS-FUP-LOST            00032228
                 " FURTHER ACCOUNTS NOT LISTED"                         00032230
           END-IF.                                                      00032232
                                                                        00032234
       FUP-LINE-PARA.                                                   00032236
           IF WS-FU-BRANCH(WS-FUP-SUB) NOT = WS-FUP-BRANCH              00032238
              MOVE WS-FU-BRANCH(WS-FUP-SUB) TO WS-FUP-BRANCH            00032240
              DISPLAY "  BRANCH " WS-FUP-BRANCH                         00032242
           END-IF.                                                      00032244
           MOVE WS-FU-EMPID(WS-FUP-SUB) TO WS-OWNER-EMPID.              00032246
           PERFORM OWNER-NAME-PARA.                                     00032248
           MOVE SPACE TO FL-NAME.                                       00032250
           STRING IN-FIRSTNAME DELIMITED BY SPACE                       00032252
                  ' ' DELIMITED BY SIZE                                 00032254
                  IN-LASTNAME DELIMITED BY SPACE                        00032256
              INTO FL-NAME.                                             00032258
           MOVE WS-FU-ACCTNO(WS-FUP-SUB) TO FL-ACCTNO.                  00032260
           MOVE WS-FU-EMPID(WS-FUP-SUB) TO FL-EMPID.                    00032262
           MOVE WS-FU-RETDATE(WS-FUP-SUB) TO FL-RETDATE.                00032264
           MOVE WS-FU-LASTACT(WS-FUP-SUB) TO FL-LASTACT.                00032266
           MOVE WS-FU-MONTHS(WS-FUP-SUB) TO FL-MONTHS.                  00032268
           MOVE WS-FU-STAGE(WS-FUP-SUB) TO FL-STAGE.                    00032270
           DISPLAY WS-FUP-LINE.                                         00032272
                                                                        00032274
       SUMMARY-PARA.                                                    00032300
           DISPLAY SPACE.                                               00032400
           DISPLAY "ACCOUNTS REVIEWED:         " WS-SCAN-COUNT.         00032500
           DISPLAY "NO USABLE ACTIVITY DATE:   " WS-UNK-COUNT.          00032650
           DISPLAY "FIRST WARNING LETTERS:     " WS-WARN-COUNT.         00032700
           DISPLAY "ESCHEATMENT CANDIDATES:    " WS-ESCH-COUNT.         00032750
           DISPLAY "JOINT OWNER LETTERS:       " WS-JNTF-COUNT.         00032766
           DISPLAY "JOINT OWNER ESCHEAT RECS:  " WS-JESC-COUNT.         00032782
           DISPLAY "DORMANT ON RETURNED MAIL:  " WS-RTDORM-COUNT.       00032785
           DISPLAY "LETTERS HELD - RETURNED:   " WS-HELD-COUNT.         00032788
           DISPLAY "LETTERS WITHOUT ADDRESS:   " WS-NOADDR-COUNT.       00032791
           DISPLAY "RETURNED MAIL FOLLOW-UPS:  " WS-FUP-CT.             00032794
                                                                        00032800
       CLOSE-PARA.                                                      00032900
           CLOSE SORTED-FILE.                                           00033000
           CLOSE DORMANT-FILE.                                          00033100
           CLOSE EMP-FILE.                                              00033200
           CLOSE REL-FILE.                                              00033250
           CLOSE ADDR-FILE.                                             00033275
           CLOSE NOTIFY-FILE.                                           00033300
           CLOSE ESCHEAT-FILE.                                          00033400
