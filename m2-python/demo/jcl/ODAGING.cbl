       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. ODAGING.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT SORTED-FILE ASSIGN TO BRSEQ                           00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS SO-STAT.                                      00011000
                                                                        00011100
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS RANDOM                                        00011400
           RECORD KEY IS IN-EMPID                                       00011500
           FILE STATUS IS EM-STAT.                                      00011600
                                                                        00011700
           SELECT AGE-FILE ASSIGN TO ODAGE                              00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS RANDOM                                        00012000
           RECORD KEY IS OA-ACCTNO                                      00012100
           FILE STATUS IS OA-STAT.                                      00012200
                                                                        00012300
           SELECT NOTICE-FILE ASSIGN TO ODNOTICE                        00012400
           ORGANIZATION IS SEQUENTIAL                                   00012500
           ACCESS MODE IS SEQUENTIAL                                    00012600
           FILE STATUS IS NT-STAT.                                      00012700
                                                                        00012800
           SELECT RECOMMEND-FILE ASSIGN TO CHGOREC                      00012900
           ORGANIZATION IS SEQUENTIAL                                   00013000
           ACCESS MODE IS SEQUENTIAL                                    00013100
           FILE STATUS IS CO-STAT.                                      00013200
                                                                        00013300
       DATA DIVISION.                                                   00013400
       FILE SECTION.                                                    00013500
                                                                        00013600
       FD SORTED-FILE.                                                  00013700
           COPY ACCTREC REPLACING ==AC-ACCTREC==  BY ==SO-ACCTREC==     00013800
                                  ==AC-ACCTNO==   BY ==SO-ACCTNO==      00013900
                                  ==AC-EMPID==    BY ==SO-EMPID==       00014000
                                  ==AC-BRANCH==   BY ==SO-BRANCH==      00014100
                                  ==AC-BALANCE==  BY ==SO-BALANCE==     00014200
                                  ==AC-DATEOPEN== BY ==SO-DATEOPEN==    00014300
                                  ==AC-LASTACT==  BY ==SO-LASTACT==     00014400
                                  ==AC-PRODUCT==  BY ==SO-PRODUCT==.    00014500
                                                                        00014600
       FD EMP-FILE.                                                     00014700
           COPY EMPREC.                                                 00014800
                                                                        00014900
       FD AGE-FILE.                                                     00015000
           COPY ODAGEREC.                                               00015100
                                                                        00015200
       FD NOTICE-FILE.                                                  00015300
       01 NT-NOTICEREC.                                                 00015400
          05 NT-BUSDATE     PIC 9(08).                                  00015500
          05 NT-ACCTNO      PIC X(10).                                  00015600
          05 NT-EMPID       PIC X(06).                                  00015700
          05 NT-BRANCH      PIC X(04).                                  00015800
          05 NT-FIRSTNAME   PIC X(12).                                  00015900
          05 NT-LASTNAME    PIC X(12).                                  00016000
          05 NT-STAGE       PIC 9(01).                                  00016100
          05 NT-DAYS        PIC 9(05).                                  00016200
          05 NT-OD-SINCE    PIC 9(08).                                  00016300
          05 NT-BALANCE     PIC S9(09)V99.                              00016400
                                                                        00016500
       FD RECOMMEND-FILE.                                               00016600
           COPY CHGOREC.                                                00016700
                                                                        00016800
       WORKING-STORAGE SECTION.                                         00016900
       01 SO-STAT             PIC X(02) VALUE SPACE.                    00017000
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00017100
       01 OA-STAT             PIC X(02) VALUE SPACE.                    00017200
       01 NT-STAT             PIC X(02) VALUE SPACE.                    00017300
       01 CO-STAT             PIC X(02) VALUE SPACE.                    00017400
       01 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.                      00017500
          88 WS-SORT-EOF      VALUE 'Y'.                                00017600
       01 WS-FIRST-REC-SW     PIC X(01) VALUE 'Y'.                      00017700
          88 WS-FIRST-REC     VALUE 'Y'.                                00017800
       01 WS-NEW-SW           PIC X(01) VALUE 'N'.                      00017900
          88 WS-NEW-AGEREC    VALUE 'Y'.                                00018000
       01 WS-BUS-DATE         PIC 9(08) VALUE 0.                        00018100
       01 WS-CO-DAYS          PIC 9(03) VALUE 0.                        00018200
       01 WS-STAGE            PIC 9(01) VALUE 0.                        00018300
       01 WS-BUCKET           PIC 9(01) VALUE 0.                        00018400
       01 WS-SUB              PIC 9(01) VALUE 0.                        00018500
       01 WS-OD-AMT           PIC 9(09)V99 VALUE 0.                     00018600
       01 WS-ACTION           PIC X(14) VALUE SPACE.                    00018700
       01 WS-CURR-BRANCH      PIC X(04) VALUE SPACE.                    00018800
       01 WS-BR-BUCKETS.                                                00018900
          05 WS-BR-BKT OCCURS 4 TIMES.                                  00019000
             10 WS-BR-BKT-CT  PIC 9(06).                                00019100
             10 WS-BR-BKT-AMT PIC 9(11)V99.                             00019200
       01 WS-TOT-BUCKETS.                                               00019300
          05 WS-TOT-BKT OCCURS 4 TIMES.                                 00019400
             10 WS-TOT-BKT-CT  PIC 9(08).                               00019500
             10 WS-TOT-BKT-AMT PIC 9(13)V99.                            00019600
       01 WS-BKT-NAMES.                                                 00019700
          05 FILLER           PIC X(08) VALUE '1-29    '.               00019800
          05 FILLER           PIC X(08) VALUE '30-59   '.               00019900
          05 FILLER           PIC X(08) VALUE '60-89   '.               00020000
          05 FILLER           PIC X(08) VALUE '90+     '.               00020100
       01 WS-BKT-NAME-TABLE REDEFINES WS-BKT-NAMES.                     00020200
          05 WS-BKT-NAME      PIC X(08) OCCURS 4 TIMES.                 00020300
       01 WS-SCAN-COUNT       PIC 9(08) VALUE 0.                        00020400
       01 WS-OD-COUNT         PIC 9(08) VALUE 0.                        00020500
       01 WS-NEWOD-COUNT      PIC 9(08) VALUE 0.                        00020600
       01 WS-CURED-COUNT      PIC 9(08) VALUE 0.                        00020700
       01 WS-NOTICE-COUNT     PIC 9(08) VALUE 0.                        00020800
       01 WS-STAGE-COUNTS.                                              00020866
          05 WS-STAGE-COUNT   PIC 9(08) OCCURS 3 TIMES.                 00020932
       01 WS-COREC-COUNT      PIC 9(08) VALUE 0.                        00021000
       01 WS-COPEND-COUNT     PIC 9(08) VALUE 0.                        00021100
       01 WS-CODECL-COUNT     PIC 9(08) VALUE 0.                        00021200
       01 WS-DETAIL-LINE.                                               00021300
          05 FILLER           PIC X(02) VALUE SPACE.                    00021400
          05 DL-ACCTNO        PIC X(10).                                00021500
          05 FILLER           PIC X(02) VALUE SPACE.                    00021600
          05 DL-EMPID         PIC X(06).                                00021700
          05 FILLER           PIC X(02) VALUE SPACE.                    00021800
          05 DL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.                      00021900
          05 FILLER           PIC X(02) VALUE SPACE.                    00022000
          05 DL-OD-SINCE      PIC 9(08).                                00022100
          05 FILLER           PIC X(02) VALUE SPACE.                    00022200
          05 DL-DAYS          PIC ZZ,ZZ9.                               00022300
          05 FILLER           PIC X(02) VALUE SPACE.                    00022400
          05 DL-ACTION        PIC X(14).                                00022500
       01 WS-BUCKET-LINE.                                               00022600
          05 FILLER           PIC X(09) VALUE '  BRANCH '.              00022700
          05 BL-BRANCH        PIC X(04).                                00022800
          05 FILLER           PIC X(08) VALUE '  DAYS '.                00022900
          05 BL-BUCKET        PIC X(08).                                00023000
          05 FILLER           PIC X(09) VALUE 'ACCOUNTS '.              00023100
          05 BL-COUNT         PIC ZZZ,ZZ9.                              00023200
          05 FILLER           PIC X(09) VALUE '  TOTAL: '.              00023300
          05 BL-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.                    00023400
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00023500
           COPY BDPARM.                                                 00023600
       PROCEDURE DIVISION.                                              00023700
       MAIN-PARA.                                                       00023800
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00023900
           PERFORM READ-SORTED-PARA THROUGH READ-SORTED-EXIT.           00024000
           PERFORM SCAN-PARA THROUGH SCAN-EXIT                          00024100
              UNTIL WS-SORT-EOF.                                        00024200
           IF NOT WS-FIRST-REC                                          00024300
              PERFORM BREAK-PARA THROUGH BREAK-EXIT                     00024400
           END-IF.                                                      00024500
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00024600
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00024700
           MOVE 'E' TO BD-FUNC.                                         00024800
           CALL 'BDCHECK' USING BD-PARM.                                00024900
           STOP RUN.                                                    00025000
       ERROR-EXIT.                                                      00025100
           MOVE 16 TO RETURN-CODE.                                      00025200
           STOP RUN.                                                    00025300
                                                                        00025400
       OPEN-PARA.                                                       00025500
           ACCEPT WS-BD-OVERRIDE.                                       00025600
           ACCEPT WS-CO-DAYS.                                           00025700
           IF WS-CO-DAYS NOT NUMERIC OR WS-CO-DAYS = 0                  00025800
              MOVE 120 TO WS-CO-DAYS                                    00025900
           END-IF.                                                      00026000
           MOVE 'ODAGING' TO BD-PGM.                                    00026100
           MOVE 'S' TO BD-FUNC.                                         00026200
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00026300
           CALL 'BDCHECK' USING BD-PARM.                                00026400
           IF BD-ALREADY-RUN                                            00026500
              DISPLAY "ODAGING ALREADY COMPLETED FOR BUSINESS "         00026600
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00026700
              MOVE 8 TO RETURN-CODE                                     00026800
              STOP RUN                                                  00026900
           END-IF.                                                      00027000
           IF BD-CTL-ERROR                                              00027100
              GO TO ERROR-EXIT                                          00027200
           END-IF.                                                      00027300
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00027400
           MOVE ZERO TO WS-STAGE-COUNTS.                                00027600
           MOVE ZERO TO WS-BR-BUCKETS.                                  00027800
           MOVE ZERO TO WS-TOT-BUCKETS.                                 00027900
           OPEN INPUT SORTED-FILE.                                      00028000
           IF SO-STAT NOT = '00'                                        00028100
              DISPLAY "BRANCH WORK FILE OPEN ERROR, STATUS " SO-STAT    00028200
              GO TO ERROR-EXIT                                          00028300
           END-IF.                                                      00028400
           OPEN INPUT EMP-FILE.                                         00028500
           IF EM-STAT NOT = '00'                                        00028600
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00028700
              GO TO ERROR-EXIT                                          00028800
           END-IF.                                                      00028900
           OPEN I-O AGE-FILE.                                           00029000
           IF OA-STAT NOT = '00'                                        00029100
              DISPLAY "OVERDRAWN AGING FILE OPEN ERROR, STATUS "        00029200
                 OA-STAT                                                00029300
              GO TO ERROR-EXIT                                          00029400
           END-IF.                                                      00029500
           OPEN OUTPUT NOTICE-FILE.                                     00029600
           IF NT-STAT NOT = '00'                                        00029700
              DISPLAY "COLLECTION NOTICE FILE OPEN ERROR"               00029800
              GO TO ERROR-EXIT                                          00029900
           END-IF.                                                      00030000
           OPEN OUTPUT RECOMMEND-FILE.                                  00030100
           IF CO-STAT NOT = '00'                                        00030200
              DISPLAY "CHARGE-OFF RECOMMENDATION FILE OPEN ERROR"       00030300
              GO TO ERROR-EXIT                                          00030400
           END-IF.                                                      00030500
           DISPLAY "OVERDRAWN ACCOUNT AGING BY BRANCH - BUSINESS DATE " 00030600
              WS-BUS-DATE.                                              00030700
           DISPLAY "CHARGE-OFF THRESHOLD " WS-CO-DAYS " DAYS".          00030800
           DISPLAY SPACE.                                               00030900
           DISPLAY "  ACCOUNT     EMPID           BALANCE  "            00031000
              "OD SINCE     DAYS  ACTION".                              00031100
       OPEN-EXIT.                                                       00031200
           EXIT.                                                        00031300
                                                                        00031400
       READ-SORTED-PARA.                                                00031500
           READ SORTED-FILE                                             00031600
              AT END                                                    00031700
                 SET WS-SORT-EOF TO TRUE                                00031800
           END-READ.                                                    00031900
       READ-SORTED-EXIT.                                                00032000
           EXIT.                                                        00032100
                                                                        00032200
       SCAN-PARA.                                                       00032300
           IF WS-FIRST-REC                                              00032400
              MOVE SO-BRANCH TO WS-CURR-BRANCH                          00032500
              MOVE 'N' TO WS-FIRST-REC-SW                               00032600
           ELSE                                                         00032700
              IF SO-BRANCH NOT = WS-CURR-BRANCH                         00032800
                 PERFORM BREAK-PARA THROUGH BREAK-EXIT                  00032900
                 MOVE SO-BRANCH TO WS-CURR-BRANCH                       00033000
              END-IF                                                    00033100
           END-IF.                                                      00033200
           ADD 1 TO WS-SCAN-COUNT.                                      00033300
           IF SO-BALANCE NOT NUMERIC                                    00033400
              GO TO SCAN-READ                                           00033500
           END-IF.                                                      00033600
           MOVE 'N' TO WS-NEW-SW.                                       00033700
           MOVE SO-ACCTNO TO OA-ACCTNO.                                 00033800
           READ AGE-FILE                                                00033900
              INVALID KEY                                               00034000
                 SET WS-NEW-AGEREC TO TRUE                              00034100
           END-READ.                                                    00034200
           IF SO-BALANCE < 0                                            00034300
              PERFORM AGE-PARA THROUGH AGE-EXIT                         00034400
           ELSE                                                         00034500
              IF NOT WS-NEW-AGEREC AND OA-DAYS > 0                      00034600
                 PERFORM CURE-PARA THROUGH CURE-EXIT                    00034700
              END-IF                                                    00034800
           END-IF.                                                      00034900
       SCAN-READ.                                                       00035000
           PERFORM READ-SORTED-PARA THROUGH READ-SORTED-EXIT.           00035100
       SCAN-EXIT.                                                       00035200
           EXIT.                                                        00035300
                                                                        00035400
       AGE-PARA.                                                        00035500
           ADD 1 TO WS-OD-COUNT.                                        00035600
           MOVE SPACE TO WS-ACTION.                                     00035700
           IF WS-NEW-AGEREC                                             00035800
              MOVE SPACE TO OA-AGEREC                                   00035900
              MOVE SO-ACCTNO TO OA-ACCTNO                               00036000
              MOVE 0 TO OA-DAYS                                         00036100
              MOVE 0 TO OA-CO-DATE                                      00036200
              MOVE 0 TO OA-CO-AMOUNT                                    00036300
           END-IF.                                                      00036400
           IF OA-DAYS = 0                                               00036500
              ADD 1 TO WS-NEWOD-COUNT                                   00036600
              MOVE WS-BUS-DATE TO OA-OD-SINCE                           00036700
              MOVE 1 TO OA-DAYS                                         00036800
              MOVE 0 TO OA-NOTICE-STAGE                                 00036900
              MOVE 0 TO OA-NOTICE-DATE                                  00037000
              MOVE SPACE TO OA-CO-STATUS                                00037100
           ELSE                                                         00037200
              COMPUTE OA-DAYS =                                         00037300
                 FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)                  00037400
                 - FUNCTION INTEGER-OF-DATE(OA-OD-SINCE) + 1            00037500
           END-IF.                                                      00037600
           MOVE SO-EMPID TO OA-EMPID.                                   00037700
           MOVE SO-BRANCH TO OA-BRANCH.                                 00037800
           MOVE SO-BALANCE TO OA-BALANCE.                               00037900
           MOVE WS-BUS-DATE TO OA-LAST-DATE.                            00038000
           EVALUATE TRUE                                                00038100
              WHEN OA-DAYS >= 90                                        00038200
                 MOVE 3 TO WS-STAGE                                     00038300
                 MOVE 4 TO WS-BUCKET                                    00038400
              WHEN OA-DAYS >= 60                                        00038500
                 MOVE 2 TO WS-STAGE                                     00038600
                 MOVE 3 TO WS-BUCKET                                    00038700
              WHEN OA-DAYS >= 30                                        00038800
                 MOVE 1 TO WS-STAGE                                     00038900
                 MOVE 2 TO WS-BUCKET                                    00039000
              WHEN OTHER                                                00039100
                 MOVE 0 TO WS-STAGE                                     00039200
                 MOVE 1 TO WS-BUCKET                                    00039300
           END-EVALUATE.                                                00039400
           COMPUTE WS-OD-AMT = 0 - SO-BALANCE.                          00039500
           ADD 1 TO WS-BR-BKT-CT(WS-BUCKET).                            00039600
           ADD WS-OD-AMT TO WS-BR-BKT-AMT(WS-BUCKET).                   00039700
           IF WS-STAGE > OA-NOTICE-STAGE                                00039800
              MOVE WS-STAGE TO OA-NOTICE-STAGE                          00039900
              MOVE WS-BUS-DATE TO OA-NOTICE-DATE                        00040000
              PERFORM NOTICE-PARA THROUGH NOTICE-EXIT                   00040100
           END-IF.                                                      00040200
           IF OA-DAYS >= WS-CO-DAYS                                     00040300
              PERFORM RECOMMEND-PARA THROUGH RECOMMEND-EXIT             00040400
           END-IF.                                                      00040500
           IF WS-NEW-AGEREC                                             00040600
              WRITE OA-AGEREC                                           00040700
                 INVALID KEY                                            00040800
                    DISPLAY "AGING WRITE ERROR, ACCOUNT "               00040900
                       OA-ACCTNO " STATUS " OA-STAT                     00041000
                    GO TO ERROR-EXIT                                    00041100
              END-WRITE                                                 00041200
           ELSE                                                         00041300
              REWRITE OA-AGEREC                                         00041400
                 INVALID KEY                                            00041500
                    DISPLAY "AGING REWRITE ERROR, ACCOUNT "             00041600
                       OA-ACCTNO " STATUS " OA-STAT                     00041700
                    GO TO ERROR-EXIT                                    00041800
              END-REWRITE                                               00041900
           END-IF.                                                      00042000
           MOVE SO-ACCTNO TO DL-ACCTNO.                                 00042100
           MOVE SO-EMPID TO DL-EMPID.                                   00042200
           MOVE SO-BALANCE TO DL-BALANCE.                               00042300
           MOVE OA-OD-SINCE TO DL-OD-SINCE.                             00042400
           MOVE OA-DAYS TO DL-DAYS.                                     00042500
           MOVE WS-ACTION TO DL-ACTION.                                 00042600
           DISPLAY WS-DETAIL-LINE.                                      00042700
       AGE-EXIT.                                                        00042800
           EXIT.                                                        00042900
                                                                        00043000
       NOTICE-PARA.                                                     00043100
           MOVE SO-EMPID TO IN-EMPID.                                   00043200
           READ EMP-FILE                                                00043300
              INVALID KEY                                               00043400
                 MOVE SPACE TO IN-FIRSTNAME                             00043500
                 MOVE SPACE TO IN-LASTNAME                              00043600
           END-READ.                                                    00043700
           MOVE WS-BUS-DATE TO NT-BUSDATE.                              00043800
           MOVE SO-ACCTNO TO NT-ACCTNO.                                 00043900
           MOVE SO-EMPID TO NT-EMPID.                                   00044000
           MOVE SO-BRANCH TO NT-BRANCH.                                 00044100
           MOVE IN-FIRSTNAME TO NT-FIRSTNAME.                           00044200
           MOVE IN-LASTNAME TO NT-LASTNAME.                             00044300
           MOVE WS-STAGE TO NT-STAGE.                                   00044400
           MOVE OA-DAYS TO NT-DAYS.                                     00044500
           MOVE OA-OD-SINCE TO NT-OD-SINCE.                             00044600
           MOVE SO-BALANCE TO NT-BALANCE.                               00044700
           WRITE NT-NOTICEREC.                                          00044800
           ADD 1 TO WS-NOTICE-COUNT.                                    00044900
           ADD 1 TO WS-STAGE-COUNT(WS-STAGE).                           00045000
           EVALUATE WS-STAGE                                            00045100
              WHEN 1                                                    00045200
                 MOVE '30-DAY NOTICE' TO WS-ACTION                      00045300
              WHEN 2                                                    00045400
                 MOVE '60-DAY NOTICE' TO WS-ACTION                      00045500
              WHEN OTHER                                                00045600
                 MOVE '90-DAY NOTICE' TO WS-ACTION                      00045700
           END-EVALUATE.                                                00045800
       NOTICE-EXIT.                                                     00045900
           EXIT.                                                        00046000
                                                                        00046100
       RECOMMEND-PARA.                                                  00046200
           EVALUATE TRUE                                                00046300
              WHEN OA-CO-NONE                                           00046400
                 SET OA-CO-RECOMMEND TO TRUE                            00046500
                 MOVE WS-BUS-DATE TO OA-CO-DATE                         00046600
                 ADD 1 TO WS-COREC-COUNT                                00046700
                 MOVE 'CO RECOMMENDED' TO WS-ACTION                     00046800
              WHEN OA-CO-RECOMMEND                                      00046900
                 ADD 1 TO WS-COPEND-COUNT                               00047000
                 IF WS-ACTION = SPACE                                   00047100
                    MOVE 'CO PENDING' TO WS-ACTION                      00047200
                 END-IF                                                 00047300
              WHEN OA-CO-DECLINED                                       00047400
                 ADD 1 TO WS-CODECL-COUNT                               00047500
                 IF WS-ACTION = SPACE                                   00047600
                    MOVE 'CO DECLINED' TO WS-ACTION                     00047700
                 END-IF                                                 00047800
                 GO TO RECOMMEND-EXIT                                   00047900
              WHEN OTHER                                                00048000
                 GO TO RECOMMEND-EXIT                                   00048100
           END-EVALUATE.                                                00048200
           MOVE SPACE TO CO-CHGOREC.                                    00048300
           MOVE SO-ACCTNO TO CO-ACCTNO.                                 00048400
           MOVE SO-EMPID TO CO-EMPID.                                   00048500
           MOVE SO-BRANCH TO CO-BRANCH.                                 00048600
           MOVE SO-BALANCE TO CO-BALANCE.                               00048700
           MOVE OA-DAYS TO CO-DAYS.                                     00048800
           MOVE OA-OD-SINCE TO CO-OD-SINCE.                             00048900
           MOVE OA-CO-DATE TO CO-REC-DATE.                              00049000
           SET CO-RECOMMENDED TO TRUE.                                  00049100
           MOVE 0 TO CO-APPR-DATE.                                      00049200
           WRITE CO-CHGOREC.                                            00049300
       RECOMMEND-EXIT.                                                  00049400
           EXIT.                                                        00049500
                                                                        00049600
       CURE-PARA.                                                       00049700
           ADD 1 TO WS-CURED-COUNT.                                     00049800
           MOVE 0 TO OA-DAYS.                                           00049900
           MOVE 0 TO OA-NOTICE-STAGE.                                   00050000
           MOVE SO-BALANCE TO OA-BALANCE.                               00050100
           MOVE WS-BUS-DATE TO OA-LAST-DATE.                            00050200
           IF NOT OA-CO-WRITTEN                                         00050300
              MOVE SPACE TO OA-CO-STATUS                                00050400
           END-IF.                                                      00050500
           REWRITE OA-AGEREC                                            00050600
              INVALID KEY                                               00050700
                 DISPLAY "AGING REWRITE ERROR, ACCOUNT "                00050800
                    OA-ACCTNO " STATUS " OA-STAT                        00050900
                 GO TO ERROR-EXIT                                       00051000
           END-REWRITE.                                                 00051100
       CURE-EXIT.                                                       00051200
           EXIT.                                                        00051300
                                                                        00051400
       BREAK-PARA.                                                      00051500
           PERFORM BUCKET-PARA THROUGH BUCKET-EXIT                      00051600
              VARYING WS-SUB FROM 1 BY 1                                00051700
              UNTIL WS-SUB > 4.                                         00051800
           MOVE ZERO TO WS-BR-BUCKETS.                                  00051900
       BREAK-EXIT.                                                      00052000
           EXIT.                                                        00052100
                                                                        00052200
       BUCKET-PARA.                                                     00052300
           IF WS-BR-BKT-CT(WS-SUB) > 0                                  00052400
              MOVE WS-CURR-BRANCH TO BL-BRANCH                          00052500
              MOVE WS-BKT-NAME(WS-SUB) TO BL-BUCKET                     00052600
              MOVE WS-BR-BKT-CT(WS-SUB) TO BL-COUNT                     00052700
              MOVE WS-BR-BKT-AMT(WS-SUB) TO BL-TOTAL                    00052800
              DISPLAY WS-BUCKET-LINE                                    00052900
              ADD WS-BR-BKT-CT(WS-SUB) TO WS-TOT-BKT-CT(WS-SUB)         00053000
              ADD WS-BR-BKT-AMT(WS-SUB) TO WS-TOT-BKT-AMT(WS-SUB)       00053100
           END-IF.                                                      00053200
       BUCKET-EXIT.                                                     00053300
           EXIT.                                                        00053400
                                                                        00053500
       SUMMARY-PARA.                                                    00053600
           DISPLAY SPACE.                                               00053700
           MOVE 'ALL ' TO WS-CURR-BRANCH.                               00053800
           PERFORM TOTAL-BKT-PARA THROUGH TOTAL-BKT-EXIT                00053900
              VARYING WS-SUB FROM 1 BY 1                                00054000
              UNTIL WS-SUB > 4.                                         00054100
           DISPLAY SPACE.                                               00054200
           DISPLAY "ACCOUNTS REVIEWED:          " WS-SCAN-COUNT.        00054300
           DISPLAY "ACCOUNTS OVERDRAWN:         " WS-OD-COUNT.          00054400
           DISPLAY "NEWLY OVERDRAWN:            " WS-NEWOD-COUNT.       00054500
           DISPLAY "RETURNED TO CREDIT:         " WS-CURED-COUNT.       00054600
           DISPLAY "COLLECTION NOTICES CUT:     " WS-NOTICE-COUNT.      00054700
           DISPLAY "  30-DAY NOTICES:           " WS-STAGE-COUNT(1).    00054800
           DISPLAY "  60-DAY NOTICES:           " WS-STAGE-COUNT(2).    00054900
           DISPLAY "  90-DAY NOTICES:           " WS-STAGE-COUNT(3).    00055000
           DISPLAY "NEW CHARGE-OFF RECOMMENDED: " WS-COREC-COUNT.       00055100
           DISPLAY "CHARGE-OFF AWAITING CREDIT: " WS-COPEND-COUNT.      00055200
           DISPLAY "CHARGE-OFF DECLINED:        " WS-CODECL-COUNT.      00055300
       SUMMARY-EXIT.                                                    00055400
           EXIT.                                                        00055500
                                                                        00055600
       TOTAL-BKT-PARA.                                                  00055700
           MOVE WS-CURR-BRANCH TO BL-BRANCH.                            00055800
           MOVE WS-BKT-NAME(WS-SUB) TO BL-BUCKET.                       00055900
           MOVE WS-TOT-BKT-CT(WS-SUB) TO BL-COUNT.                      00056000
           MOVE WS-TOT-BKT-AMT(WS-SUB) TO BL-TOTAL.                     00056100
           DISPLAY WS-BUCKET-LINE.                                      00056200
       TOTAL-BKT-EXIT.                                                  00056300
           EXIT.                                                        00056400
                                                                        00056500
       CLOSE-PARA.                                                      00056600
           CLOSE SORTED-FILE.                                           00056700
           CLOSE EMP-FILE.                                              00056800
           CLOSE AGE-FILE.                                              00056900
           CLOSE NOTICE-FILE.                                           00057000
           CLOSE RECOMMEND-FILE.                                        00057100
       CLOSE-EXIT.                                                      00057200
           EXIT.                                                        00057300
