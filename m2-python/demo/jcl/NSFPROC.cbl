       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NSFPROC.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT TRNREJ-FILE ASSIGN TO TRNREJ                          00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS TJ-STAT.                                      00011000
                                                                        00011100
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS RANDOM                                        00011400
           RECORD KEY IS AC-ACCTNO                                      00011500
           FILE STATUS IS AC-STAT.                                      00011600
                                                                        00011700
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS RANDOM                                        00012000
           RECORD KEY IS IN-EMPID                                       00012100
           FILE STATUS IS EM-STAT.                                      00012200
                                                                        00012300
           SELECT NSFFEE-FILE ASSIGN TO NSFFEES                         00012400
           ORGANIZATION IS SEQUENTIAL                                   00012500
           ACCESS MODE IS SEQUENTIAL                                    00012600
           FILE STATUS IS NF-STAT.                                      00012700
                                                                        00012800
           SELECT NSFCNT-FILE ASSIGN TO NSFCOUNT                        00012900
           ORGANIZATION IS INDEXED                                      00013000
           ACCESS MODE IS RANDOM                                        00013100
           RECORD KEY IS NC-ACCTNO                                      00013200
           FILE STATUS IS NC-STAT.                                      00013300
                                                                        00013400
           SELECT ADVICE-FILE ASSIGN TO NSFADV                          00013500
           ORGANIZATION IS SEQUENTIAL                                   00013600
           ACCESS MODE IS SEQUENTIAL                                    00013700
           FILE STATUS IS NA-STAT.                                      00013800
                                                                        00013900
       DATA DIVISION.                                                   00014000
       FILE SECTION.                                                    00014100
       FD TRNREJ-FILE.                                                  00014200
       01 TRJ-REC.                                                      00014300
          05 TRJ-TRANREC   PIC X(36).                                   00014400
          05 TRJ-FIELDS REDEFINES TRJ-TRANREC.                          00014500
             10 TRJ-EMPID    PIC X(06).                                 00014600
             10 TRJ-ACCTNO   PIC X(10).                                 00014700
             10 TRJ-CODE     PIC X(01).                                 00014800
             10 TRJ-AMOUNT   PIC 9(09)V99.                              00014900
             10 TRJ-TRANDATE PIC X(08).                                 00015000
          05 TRJ-REASON    PIC X(02).                                   00015100
                                                                        00015200
       FD ACCT-FILE.                                                    00015300
           COPY ACCTREC.                                                00015400
                                                                        00015500
       FD EMP-FILE.                                                     00015600
           COPY EMPREC.                                                 00015700
                                                                        00015800
       FD NSFFEE-FILE.                                                  00015900
           COPY NSFFEREC.                                               00016000
                                                                        00016100
       FD NSFCNT-FILE.                                                  00016200
           COPY NSFCTREC.                                               00016300
                                                                        00016400
       FD ADVICE-FILE.                                                  00016500
       01 NA-ADVREC.                                                    00016600
          05 NA-BUSDATE     PIC 9(08).                                  00016700
          05 NA-ACCTNO      PIC X(10).                                  00016800
          05 NA-EMPID       PIC X(06).                                  00016900
          05 NA-BRANCH      PIC X(04).                                  00017000
          05 NA-FIRSTNAME   PIC X(12).                                  00017100
          05 NA-LASTNAME    PIC X(12).                                  00017200
          05 NA-TRANCODE    PIC X(01).                                  00017300
          05 NA-AMOUNT      PIC 9(09)V99.                               00017400
          05 NA-TRANDATE    PIC X(08).                                  00017500
          05 NA-FEE         PIC 9(05)V99.                               00017600
          05 NA-BALANCE     PIC S9(09)V99.                              00017700
          05 NA-NSF-COUNT   PIC 9(03).                                  00017800
                                                                        00017900
       WORKING-STORAGE SECTION.                                         00018000
       01 TJ-STAT          PIC X(02) VALUE SPACE.                       00018100
       01 AC-STAT          PIC X(02) VALUE SPACE.                       00018200
       01 EM-STAT          PIC X(02) VALUE SPACE.                       00018300
       01 NF-STAT          PIC X(02) VALUE SPACE.                       00018400
       01 NC-STAT          PIC X(02) VALUE SPACE.                       00018500
       01 NA-STAT          PIC X(02) VALUE SPACE.                       00018600
       01 WS-REJ-EOF-SW    PIC X(01) VALUE 'N'.                         00018700
          88 WS-REJ-EOF    VALUE 'Y'.                                   00018800
       01 WS-NSF-EOF-SW    PIC X(01) VALUE 'N'.                         00018900
          88 WS-NSF-EOF    VALUE 'Y'.                                   00019000
       01 WS-NSF-FOUND-SW  PIC X(01) VALUE 'N'.                         00019100
          88 WS-NSF-FOUND  VALUE 'Y'.                                   00019200
       01 WS-ACCT-SW       PIC X(01) VALUE 'N'.                         00019300
          88 WS-ACCT-FOUND VALUE 'Y'.                                   00019400
       01 WS-NEW-SW        PIC X(01) VALUE 'N'.                         00019500
          88 WS-NEW-COUNTREC VALUE 'Y'.                                 00019600
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00019700
       01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.                          00019800
          05 WS-BUS-YYYYMM PIC 9(06).                                   00019900
          05 WS-BUS-DD     PIC 9(02).                                   00020000
       01 WS-BUS-MM        PIC 9(02) VALUE 0.                           00020100
       01 WS-WINDOW-START  PIC 9(06) VALUE 0.                           00020200
       01 WS-MON-SUB       PIC 9(02) VALUE 0.                           00020300
       01 WS-ROLL-COUNT    PIC 9(03) VALUE 0.                           00020400
       01 WS-NSF-CT        PIC 9(03) VALUE 0.                           00020500
       01 WS-NSF-SUB       PIC 9(03) VALUE 0.                           00020600
       01 WS-NSF-TABLE.                                                 00020700
          05 WS-NSF-ENTRY OCCURS 200 TIMES.                             00020800
             10 WS-NF-BRANCH  PIC X(04).                                00020900
             10 WS-NF-EFFDATE PIC 9(08).                                00021000
             10 WS-NF-FEE     PIC 9(05)V99.                             00021100
       01 WS-NSF-BRANCH    PIC X(04) VALUE SPACE.                       00021200
       01 WS-NSF-BEST-DATE PIC 9(08) VALUE 0.                           00021300
       01 WS-NSF-FEE       PIC 9(05)V99 VALUE 0.                        00021400
       01 WS-REJ-COUNT     PIC 9(08) VALUE 0.                           00021500
       01 WS-ITEM-COUNT    PIC 9(08) VALUE 0.                           00021600
       01 WS-ADV-COUNT     PIC 9(08) VALUE 0.                           00021700
       01 WS-NOACCT-COUNT  PIC 9(08) VALUE 0.                           00021800
       01 WS-ITEM-TOTAL    PIC 9(13)V99 VALUE 0.                        00021900
       01 WS-FEE-TOTAL     PIC 9(09)V99 VALUE 0.                        00022000
       01 WS-ITEM-LINE.                                                 00022100
          05 FILLER        PIC X(02) VALUE SPACE.                       00022200
          05 IL-ACCTNO     PIC X(10).                                   00022300
          05 FILLER        PIC X(02) VALUE SPACE.                       00022400
          05 IL-EMPID      PIC X(06).                                   00022500
          05 FILLER        PIC X(02) VALUE SPACE.                       00022600
          05 IL-BRANCH     PIC X(04).                                   00022700
          05 FILLER        PIC X(02) VALUE SPACE.                       00022800
          05 IL-CODE       PIC X(01).                                   00022900
          05 FILLER        PIC X(02) VALUE SPACE.                       00023000
          05 IL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.                          00023100
          05 FILLER        PIC X(02) VALUE SPACE.                       00023200
          05 IL-TRANDATE   PIC X(08).                                   00023300
          05 FILLER        PIC X(02) VALUE SPACE.                       00023400
          05 IL-FEE        PIC ZZ,ZZ9.99.                               00023500
          05 FILLER        PIC X(02) VALUE SPACE.                       00023600
          05 IL-ROLL       PIC ZZ9.                                     00023700
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00023800
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00023900
           COPY BDPARM.                                                 00024000
       PROCEDURE DIVISION.                                              00024100
       MAIN-PARA.                                                       00024200
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00024300
           PERFORM LOAD-NSF-PARA THROUGH LOAD-NSF-EXIT                  00024400
              UNTIL WS-NSF-EOF.                                         00024500
           DISPLAY "RETURNED ITEMS - INSUFFICIENT FUNDS".               00024600
           DISPLAY "  ACCOUNT     EMPID   BRCH  C          AMOUNT  "    00024700
              "TRANDATE        FEE  12-MO".                             00024800
           PERFORM READ-REJ-PARA THROUGH READ-REJ-EXIT.                 00024900
           PERFORM ITEM-PARA THROUGH ITEM-EXIT                          00025000
              UNTIL WS-REJ-EOF.                                         00025100
           IF WS-ITEM-COUNT = 0                                         00025200
              DISPLAY "  NO RETURNED ITEMS"                             00025300
           END-IF.                                                      00025400
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00025500
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00025600
           MOVE 'E' TO BD-FUNC.                                         00025700
           CALL 'BDCHECK' USING BD-PARM.                                00025800
           STOP RUN.                                                    00025900
       ERROR-EXIT.                                                      00026000
           MOVE 16 TO RETURN-CODE.                                      00026100
           STOP RUN.                                                    00026200
                                                                        00026300
       OPEN-PARA.                                                       00026400
           ACCEPT WS-BD-OVERRIDE.                                       00026500
           MOVE 'NSFPROC' TO BD-PGM.                                    00026600
           MOVE 'S' TO BD-FUNC.                                         00026700
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00026800
           CALL 'BDCHECK' USING BD-PARM.                                00026900
           IF BD-ALREADY-RUN                                            00027000
              DISPLAY "NSFPROC ALREADY COMPLETED FOR BUSINESS "         00027100
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00027200
              MOVE 8 TO RETURN-CODE                                     00027300
              STOP RUN                                                  00027400
           END-IF.                                                      00027500
           IF BD-CTL-ERROR                                              00027600
              GO TO ERROR-EXIT                                          00027700
           END-IF.                                                      00027800
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00027900
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-MM.                          00028000
           COMPUTE WS-WINDOW-START = WS-BUS-YYYYMM - 100.               00028100
           OPEN INPUT TRNREJ-FILE.                                      00028200
           IF TJ-STAT NOT = '00'                                        00028300
              DISPLAY "TRANSACTION REJECT FILE OPEN ERROR, STATUS "     00028400
                 TJ-STAT                                                00028500
              GO TO ERROR-EXIT                                          00028600
           END-IF.                                                      00028700
           OPEN INPUT ACCT-FILE.                                        00028800
           IF AC-STAT NOT = '00'                                        00028900
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00029000
              GO TO ERROR-EXIT                                          00029100
           END-IF.                                                      00029200
           OPEN INPUT EMP-FILE.                                         00029300
           IF EM-STAT NOT = '00'                                        00029400
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00029500
              GO TO ERROR-EXIT                                          00029600
           END-IF.                                                      00029700
           OPEN I-O NSFCNT-FILE.                                        00029800
           IF NC-STAT NOT = '00'                                        00029900
              DISPLAY "NSF COUNT FILE OPEN ERROR, STATUS " NC-STAT      00030000
              GO TO ERROR-EXIT                                          00030100
           END-IF.                                                      00030200
           OPEN OUTPUT ADVICE-FILE.                                     00030300
           IF NA-STAT NOT = '00'                                        00030400
              DISPLAY "NSF ADVICE FILE OPEN ERROR"                      00030500
              GO TO ERROR-EXIT                                          00030600
           END-IF.                                                      00030700
           OPEN INPUT NSFFEE-FILE.                                      00030800
           IF NF-STAT NOT = '00'                                        00030900
              DISPLAY "NO RETURNED ITEM FEE FILE, STATUS " NF-STAT      00031000
              SET WS-NSF-EOF TO TRUE                                    00031100
           END-IF.                                                      00031200
           DISPLAY "RETURNED ITEM PROCESSING - BUSINESS DATE "          00031300
              WS-BUS-DATE.                                              00031400
           DISPLAY SPACE.                                               00031500
       OPEN-EXIT.                                                       00031600
           EXIT.                                                        00031700
                                                                        00031800
       LOAD-NSF-PARA.                                                   00031900
           READ NSFFEE-FILE                                             00032000
              AT END                                                    00032100
                 SET WS-NSF-EOF TO TRUE                                 00032200
              NOT AT END                                                00032300
                 IF WS-NSF-CT < 200                                     00032400
                    ADD 1 TO WS-NSF-CT                                  00032500
                    MOVE NF-BRANCH  TO WS-NF-BRANCH(WS-NSF-CT)          00032600
                    MOVE NF-EFFDATE TO WS-NF-EFFDATE(WS-NSF-CT)         00032700
                    MOVE NF-FEE     TO WS-NF-FEE(WS-NSF-CT)             00032800
                 ELSE                                                   00032900
                    DISPLAY "RETURNED ITEM FEE TABLE FULL - BRANCH "    00033000
                       NF-BRANCH " IGNORED"                             00033100
                 END-IF                                                 00033200
           END-READ.                                                    00033300
       LOAD-NSF-EXIT.                                                   00033400
           EXIT.                                                        00033500
                                                                        00033600
       READ-REJ-PARA.                                                   00033700
           READ TRNREJ-FILE                                             00033800
              AT END                                                    00033900
                 SET WS-REJ-EOF TO TRUE                                 00034000
              NOT AT END                                                00034100
                 ADD 1 TO WS-REJ-COUNT                                  00034200
           END-READ.                                                    00034300
       READ-REJ-EXIT.                                                   00034400
           EXIT.                                                        00034500
                                                                        00034600
       ITEM-PARA.                                                       00034700
           IF TRJ-REASON = '05'                                         00034800
              PERFORM RETURN-PARA THROUGH RETURN-EXIT                   00034900
           END-IF.                                                      00035000
           PERFORM READ-REJ-PARA THROUGH READ-REJ-EXIT.                 00035100
       ITEM-EXIT.                                                       00035200
           EXIT.                                                        00035300
                                                                        00035400
       RETURN-PARA.                                                     00035500
           ADD 1 TO WS-ITEM-COUNT.                                      00035600
           IF TRJ-AMOUNT NUMERIC                                        00035700
              ADD TRJ-AMOUNT TO WS-ITEM-TOTAL                           00035800
           END-IF.                                                      00035900
           MOVE TRJ-ACCTNO TO AC-ACCTNO.                                00036000
           READ ACCT-FILE                                               00036100
              INVALID KEY                                               00036200
                 MOVE 'N' TO WS-ACCT-SW                                 00036300
              NOT INVALID KEY                                           00036400
                 SET WS-ACCT-FOUND TO TRUE                              00036500
           END-READ.                                                    00036600
           IF NOT WS-ACCT-FOUND                                         00036700
              DISPLAY "  ACCOUNT " TRJ-ACCTNO                           00036800
                 " NO LONGER ON FILE - NO ADVICE CUT"                   00036900
              ADD 1 TO WS-NOACCT-COUNT                                  00037000
              GO TO RETURN-EXIT                                         00037100
           END-IF.                                                      00037200
           PERFORM FEE-LOOKUP-PARA THROUGH FEE-LOOKUP-EXIT.             00037300
           ADD WS-NSF-FEE TO WS-FEE-TOTAL.                              00037400
           PERFORM COUNT-PARA THROUGH COUNT-EXIT.                       00037500
           PERFORM ADVICE-PARA THROUGH ADVICE-EXIT.                     00037600
           MOVE AC-ACCTNO TO IL-ACCTNO.                                 00037700
           MOVE AC-EMPID TO IL-EMPID.                                   00037800
           MOVE AC-BRANCH TO IL-BRANCH.                                 00037900
           MOVE TRJ-CODE TO IL-CODE.                                    00038000
           IF TRJ-AMOUNT NUMERIC                                        00038100
              MOVE TRJ-AMOUNT TO IL-AMOUNT                              00038200
           ELSE                                                         00038300
              MOVE 0 TO IL-AMOUNT                                       00038400
           END-IF.                                                      00038500
           MOVE TRJ-TRANDATE TO IL-TRANDATE.                            00038600
           MOVE WS-NSF-FEE TO IL-FEE.                                   00038700
           MOVE WS-ROLL-COUNT TO IL-ROLL.                               00038800
           DISPLAY WS-ITEM-LINE.                                        00038900
       RETURN-EXIT.                                                     00039000
           EXIT.                                                        00039100
                                                                        00039200
       FEE-LOOKUP-PARA.                                                 00039300
           MOVE 0 TO WS-NSF-FEE.                                        00039400
           MOVE 'N' TO WS-NSF-FOUND-SW.                                 00039500
           MOVE AC-BRANCH TO WS-NSF-BRANCH.                             00039600
           PERFORM FEE-SCAN-PARA THROUGH FEE-SCAN-EXIT                  00039700
              VARYING WS-NSF-SUB FROM 1 BY 1                            00039800
              UNTIL WS-NSF-SUB > WS-NSF-CT.                             00039900
           IF NOT WS-NSF-FOUND                                          00040000
              MOVE '****' TO WS-NSF-BRANCH                              00040100
              PERFORM FEE-SCAN-PARA THROUGH FEE-SCAN-EXIT               00040200
                 VARYING WS-NSF-SUB FROM 1 BY 1                         00040300
                 UNTIL WS-NSF-SUB > WS-NSF-CT                           00040400
           END-IF.                                                      00040500
       FEE-LOOKUP-EXIT.                                                 00040600
           EXIT.                                                        00040700
                                                                        00040800
       FEE-SCAN-PARA.                                                   00040900
           IF WS-NF-BRANCH(WS-NSF-SUB) = WS-NSF-BRANCH                  00041000
              AND WS-NF-EFFDATE(WS-NSF-SUB) <= WS-BUS-DATE              00041100
              IF NOT WS-NSF-FOUND                                       00041200
                 OR WS-NF-EFFDATE(WS-NSF-SUB) > WS-NSF-BEST-DATE        00041300
                 SET WS-NSF-FOUND TO TRUE                               00041400
                 MOVE WS-NF-EFFDATE(WS-NSF-SUB) TO WS-NSF-BEST-DATE     00041500
                 MOVE WS-NF-FEE(WS-NSF-SUB) TO WS-NSF-FEE               00041600
              END-IF                                                    00041700
           END-IF.                                                      00041800
       FEE-SCAN-EXIT.                                                   00041900
           EXIT.                                                        00042000
                                                                        00042100
       COUNT-PARA.                                                      00042200
           MOVE 'N' TO WS-NEW-SW.                                       00042300
           MOVE AC-ACCTNO TO NC-ACCTNO.                                 00042400
           READ NSFCNT-FILE                                             00042500
              INVALID KEY                                               00042600
                 SET WS-NEW-COUNTREC TO TRUE                            00042700
           END-READ.                                                    00042800
           IF WS-NEW-COUNTREC                                           00042900
              MOVE SPACE TO NC-COUNTREC                                 00043000
              MOVE AC-ACCTNO TO NC-ACCTNO                               00043100
              MOVE 0 TO NC-LIFE-COUNT                                   00043200
              MOVE 0 TO NC-FEE-TOTAL                                    00043300
              MOVE WS-BUS-DATE TO NC-FIRST-DATE                         00043400
              PERFORM COUNT-CLEAR-PARA THROUGH COUNT-CLEAR-EXIT         00043500
                 VARYING WS-MON-SUB FROM 1 BY 1                         00043600
                 UNTIL WS-MON-SUB > 12                                  00043700
           END-IF.                                                      00043800
           MOVE AC-EMPID TO NC-EMPID.                                   00043900
           MOVE AC-BRANCH TO NC-BRANCH.                                 00044000
           ADD 1 TO NC-LIFE-COUNT.                                      00044100
           ADD WS-NSF-FEE TO NC-FEE-TOTAL.                              00044200
           MOVE WS-BUS-DATE TO NC-LAST-DATE.                            00044300
           IF NC-MON-YYYYMM(WS-BUS-MM) NOT = WS-BUS-YYYYMM              00044400
              MOVE WS-BUS-YYYYMM TO NC-MON-YYYYMM(WS-BUS-MM)            00044500
              MOVE 0 TO NC-MON-COUNT(WS-BUS-MM)                         00044600
           END-IF.                                                      00044700
           ADD 1 TO NC-MON-COUNT(WS-BUS-MM).                            00044800
           MOVE 0 TO WS-ROLL-COUNT.                                     00044900
           PERFORM COUNT-ROLL-PARA THROUGH COUNT-ROLL-EXIT              00045000
              VARYING WS-MON-SUB FROM 1 BY 1                            00045100
              UNTIL WS-MON-SUB > 12.                                    00045200
           IF WS-NEW-COUNTREC                                           00045300
              WRITE NC-COUNTREC                                         00045400
                 INVALID KEY                                            00045500
                    DISPLAY "NSF COUNT WRITE ERROR, ACCOUNT "           00045600
                       NC-ACCTNO " STATUS " NC-STAT                     00045700
                    GO TO ERROR-EXIT                                    00045800
              END-WRITE                                                 00045900
           ELSE                                                         00046000
              REWRITE NC-COUNTREC                                       00046100
                 INVALID KEY                                            00046200
                    DISPLAY "NSF COUNT REWRITE ERROR, ACCOUNT "         00046300
                       NC-ACCTNO " STATUS " NC-STAT                     00046400
                    GO TO ERROR-EXIT                                    00046500
              END-REWRITE                                               00046600
           END-IF.                                                      00046700
       COUNT-EXIT.                                                      00046800
           EXIT.                                                        00046900
                                                                        00047000
       COUNT-CLEAR-PARA.                                                00047100
           MOVE 0 TO NC-MON-YYYYMM(WS-MON-SUB).                         00047200
           MOVE 0 TO NC-MON-COUNT(WS-MON-SUB).                          00047300
       COUNT-CLEAR-EXIT.                                                00047400
           EXIT.                                                        00047500
                                                                        00047600
       COUNT-ROLL-PARA.                                                 00047700
           IF NC-MON-YYYYMM(WS-MON-SUB) > WS-WINDOW-START               00047800
              ADD NC-MON-COUNT(WS-MON-SUB) TO WS-ROLL-COUNT             00047900
           END-IF.                                                      00048000
       COUNT-ROLL-EXIT.                                                 00048100
           EXIT.                                                        00048200
                                                                        00048300
       ADVICE-PARA.                                                     00048400
           MOVE AC-EMPID TO IN-EMPID.                                   00048500
           READ EMP-FILE                                                00048600
              INVALID KEY                                               00048700
                 MOVE SPACE TO IN-FIRSTNAME                             00048800
                 MOVE SPACE TO IN-LASTNAME                              00048900
           END-READ.                                                    00049000
           MOVE WS-BUS-DATE TO NA-BUSDATE.                              00049100
           MOVE AC-ACCTNO TO NA-ACCTNO.                                 00049200
           MOVE AC-EMPID TO NA-EMPID.                                   00049300
           MOVE AC-BRANCH TO NA-BRANCH.                                 00049400
           MOVE IN-FIRSTNAME TO NA-FIRSTNAME.                           00049500
           MOVE IN-LASTNAME TO NA-LASTNAME.                             00049600
           MOVE TRJ-CODE TO NA-TRANCODE.                                00049700
           IF TRJ-AMOUNT NUMERIC                                        00049800
              MOVE TRJ-AMOUNT TO NA-AMOUNT                              00049900
           ELSE                                                         00050000
              MOVE 0 TO NA-AMOUNT                                       00050100
           END-IF.                                                      00050200
           MOVE TRJ-TRANDATE TO NA-TRANDATE.                            00050300
           MOVE WS-NSF-FEE TO NA-FEE.                                   00050400
           MOVE AC-BALANCE TO NA-BALANCE.                               00050500
           MOVE WS-ROLL-COUNT TO NA-NSF-COUNT.                          00050600
           WRITE NA-ADVREC.                                             00050700
           ADD 1 TO WS-ADV-COUNT.                                       00050800
       ADVICE-EXIT.                                                     00050900
           EXIT.                                                        00051000
                                                                        00051100
       SUMMARY-PARA.                                                    00051200
           DISPLAY SPACE.                                               00051300
           DISPLAY "REJECTS READ:             " WS-REJ-COUNT.           00051400
           DISPLAY "ITEMS RETURNED (RSN 05):  " WS-ITEM-COUNT.          00051500
           MOVE WS-ITEM-TOTAL TO WS-TOTAL-EDIT.                         00051600
           DISPLAY "AMOUNT RETURNED:          " WS-TOTAL-EDIT.          00051700
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT.                          00051800
           DISPLAY "RETURN FEES CHARGED:      " WS-TOTAL-EDIT.          00051900
           DISPLAY "CUSTOMER ADVICES CUT:     " WS-ADV-COUNT.           00052000
           DISPLAY "ACCOUNTS NOT ON FILE:     " WS-NOACCT-COUNT.        00052100
       SUMMARY-EXIT.                                                    00052200
           EXIT.                                                        00052300
                                                                        00052400
       CLOSE-PARA.                                                      00052500
           CLOSE TRNREJ-FILE.                                           00052600
           CLOSE ACCT-FILE.                                             00052700
           CLOSE EMP-FILE.                                              00052800
           CLOSE NSFCNT-FILE.                                           00052900
           CLOSE ADVICE-FILE.                                           00053000
           IF NF-STAT = '00' OR NF-STAT = '10'                          00053100
              CLOSE NSFFEE-FILE                                         00053200
           END-IF.                                                      00053300
       CLOSE-EXIT.                                                      00053400
           EXIT.                                                        00053500
