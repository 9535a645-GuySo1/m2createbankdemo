       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. AMLSCAN.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE                        00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS LG-STAT.                                      00011000
                                                                        00011100
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS DYNAMIC                                       00011400
           RECORD KEY IS AC-ACCTNO                                      00011500
           ALTERNATE RECORD KEY IS AC-EMPID                             00011600
              WITH DUPLICATES                                           00011700
           FILE STATUS IS AC-STAT.                                      00011800
                                                                        00011900
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00012000
           ORGANIZATION IS INDEXED                                      00012100
           ACCESS MODE IS RANDOM                                        00012200
           RECORD KEY IS IN-EMPID                                       00012300
           FILE STATUS IS EM-STAT.                                      00012400
                                                                        00012500
           SELECT CASE-FILE ASSIGN TO AMLCASE                           00012600
           ORGANIZATION IS INDEXED                                      00012700
           ACCESS MODE IS RANDOM                                        00012800
           RECORD KEY IS CS-KEY                                         00012900
           FILE STATUS IS CS-STAT.                                      00013000
                                                                        00013100
           SELECT CTR-FILE ASSIGN TO CTREXT                             00013200
           ORGANIZATION IS SEQUENTIAL                                   00013300
           ACCESS MODE IS SEQUENTIAL                                    00013400
           FILE STATUS IS CT-STAT.                                      00013500
                                                                        00013600
       DATA DIVISION.                                                   00013700
       FILE SECTION.                                                    00013800
       FD LEDGER-FILE.                                                  00013900
           COPY LEDGREC.                                                00014000
                                                                        00014100
       FD ACCT-FILE.                                                    00014200
           COPY ACCTREC.                                                00014300
                                                                        00014400
       FD EMP-FILE.                                                     00014500
           COPY EMPREC.                                                 00014600
                                                                        00014700
       FD CASE-FILE.                                                    00014800
           COPY AMLCSREC.                                               00014900
                                                                        00015000
       FD CTR-FILE.                                                     00015100
       01 CT-CTRREC.                                                    00015200
          05 CT-BUSDATE      PIC 9(08).                                 00015300
          05 CT-EMPID        PIC X(06).                                 00015400
          05 CT-FIRSTNAME    PIC X(12).                                 00015500
          05 CT-LASTNAME     PIC X(12).                                 00015600
          05 CT-BRANCH       PIC X(04).                                 00015700
          05 CT-ACCT-COUNT   PIC 9(03).                                 00015800
          05 CT-ITEM-COUNT   PIC 9(05).                                 00015900
          05 CT-CASH-IN      PIC 9(11)V99.                              00016000
          05 CT-CASH-OUT     PIC 9(11)V99.                              00016100
                                                                        00016200
       WORKING-STORAGE SECTION.                                         00016300
       01 LG-STAT             PIC X(02) VALUE SPACE.                    00016400
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00016500
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00016600
       01 CS-STAT             PIC X(02) VALUE SPACE.                    00016700
       01 CT-STAT             PIC X(02) VALUE SPACE.                    00016800
       01 WS-LEDG-EOF-SW      PIC X(01) VALUE 'N'.                      00016900
          88 WS-LEDG-EOF      VALUE 'Y'.                                00017000
       01 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.                      00017100
          88 WS-ACCT-EOF      VALUE 'Y'.                                00017200
       01 WS-FOUND-SW         PIC X(01) VALUE 'N'.                      00017300
          88 WS-FOUND         VALUE 'Y'.                                00017400
       01 WS-NEW-CASE-SW      PIC X(01) VALUE 'N'.                      00017500
          88 WS-NEW-CASE      VALUE 'Y'.                                00017600
       01 WS-SUPPRESS-SW      PIC X(01) VALUE 'N'.                      00017700
          88 WS-SUPPRESSED    VALUE 'Y'.                                00017800
       01 WS-CTR-LIMIT-IN     PIC X(07) VALUE SPACE.                    00017900
       01 WS-NEAR-FLOOR-IN    PIC X(07) VALUE SPACE.                    00018000
       01 WS-LOOKBACK-IN      PIC X(03) VALUE SPACE.                    00018100
       01 WS-VEL-MULT-IN      PIC X(03) VALUE SPACE.                    00018200
       01 WS-VEL-FLOOR-IN     PIC X(07) VALUE SPACE.                    00018300
       01 WS-CTR-LIMIT        PIC 9(07) VALUE 10000.                    00018400
       01 WS-NEAR-FLOOR       PIC 9(07) VALUE 9000.                     00018500
       01 WS-LOOKBACK         PIC 9(03) VALUE 3.                        00018600
       01 WS-VEL-MULT         PIC 9(03) VALUE 5.                        00018700
       01 WS-VEL-FLOOR        PIC 9(07) VALUE 5000.                     00018800
       01 WS-BUS-DATE         PIC 9(08) VALUE 0.                        00018900
       01 WS-POST-DATE        PIC X(08) VALUE SPACE.                    00019000
       01 WS-DATE-WORK        PIC 9(08) VALUE 0.                        00019100
       01 WS-DAY-NUM          PIC 9(07) VALUE 0.                        00019600
       01 WS-BUS-DAY-NUM      PIC 9(07) VALUE 0.                        00019700
       01 WS-HIST-START       PIC 9(07) VALUE 0.                        00019800
       01 WS-NEAR-START       PIC 9(07) VALUE 0.                        00019900
       01 WS-ACT-CT           PIC 9(05) VALUE 0.                        00020000
       01 WS-ACT-SUB          PIC 9(05) VALUE 0.                        00020100
       01 WS-ACT-TABLE.                                                 00020200
          05 WS-ACT-ENTRY OCCURS 5000 TIMES.                            00020300
             10 WS-AT-ACCTNO     PIC X(10).                             00020400
             10 WS-AT-EMPID      PIC X(06).                             00020500
             10 WS-AT-TODAY-IN   PIC 9(11)V99.                          00020600
             10 WS-AT-TODAY-OUT  PIC 9(11)V99.                          00020700
             10 WS-AT-ITEMS      PIC 9(05).                             00020800
             10 WS-AT-NEAR-TODAY PIC 9(03).                             00020900
             10 WS-AT-NEAR-PRIOR PIC 9(03).                             00021000
             10 WS-AT-HIST-TOTAL PIC 9(13)V99.                          00021100
       01 WS-EMP-CT           PIC 9(05) VALUE 0.                        00021200
       01 WS-EMP-SUB          PIC 9(05) VALUE 0.                        00021300
       01 WS-EMP-TABLE.                                                 00021400
          05 WS-EMP-ENTRY OCCURS 5000 TIMES.                            00021500
             10 WS-ET-EMPID      PIC X(06).                             00021600
       01 WS-CURR-EMPID       PIC X(06) VALUE SPACE.                    00021700
       01 WS-EM-ACCTS         PIC 9(03) VALUE 0.                        00021800
       01 WS-EM-ITEMS         PIC 9(05) VALUE 0.                        00021900
       01 WS-EM-IN            PIC 9(11)V99 VALUE 0.                     00022000
       01 WS-EM-OUT           PIC 9(11)V99 VALUE 0.                     00022100
       01 WS-EM-TODAY         PIC 9(11)V99 VALUE 0.                     00022200
       01 WS-EM-NEAR-TODAY    PIC 9(03) VALUE 0.                        00022300
       01 WS-EM-NEAR-PRIOR    PIC 9(03) VALUE 0.                        00022400
       01 WS-EM-HIST-TOTAL    PIC 9(13)V99 VALUE 0.                     00022500
       01 WS-EM-HIST-AVG      PIC 9(11)V99 VALUE 0.                     00022600
       01 WS-CASE-TYPE        PIC X(01) VALUE SPACE.                    00022700
       01 WS-LEDG-COUNT       PIC 9(08) VALUE 0.                        00022800
       01 WS-CASH-COUNT       PIC 9(08) VALUE 0.                        00022900
       01 WS-EMP-COUNT        PIC 9(08) VALUE 0.                        00023000
       01 WS-CTR-COUNT        PIC 9(08) VALUE 0.                        00023100
       01 WS-STRUCT-COUNT     PIC 9(08) VALUE 0.                        00023200
       01 WS-VEL-COUNT        PIC 9(08) VALUE 0.                        00023300
       01 WS-NEWCASE-COUNT    PIC 9(08) VALUE 0.                        00023400
       01 WS-REPEAT-COUNT     PIC 9(08) VALUE 0.                        00023500
       01 WS-SUPPRESS-COUNT   PIC 9(08) VALUE 0.                        00023600
       01 WS-REOPEN-COUNT     PIC 9(08) VALUE 0.                        00023700
       01 WS-DETAIL-LINE.                                               00023800
          05 FILLER           PIC X(02) VALUE SPACE.                    00023900
          05 DL-EMPID         PIC X(06).                                00024000
          05 FILLER           PIC X(02) VALUE SPACE.                    00024100
          05 DL-TYPE          PIC X(11).                                00024200
          05 FILLER           PIC X(02) VALUE SPACE.                    00024300
          05 DL-ACCTS         PIC ZZ9.                                  00024400
          05 FILLER           PIC X(02) VALUE SPACE.                    00024500
          05 DL-IN            PIC ZZ,ZZZ,ZZ9.99.                        00024600
          05 FILLER           PIC X(02) VALUE SPACE.                    00024700
          05 DL-OUT           PIC ZZ,ZZZ,ZZ9.99.                        00024800
          05 FILLER           PIC X(02) VALUE SPACE.                    00024900
          05 DL-AVG           PIC ZZ,ZZZ,ZZ9.99.                        00025000
          05 FILLER           PIC X(02) VALUE SPACE.                    00025100
          05 DL-NEAR          PIC ZZ9.                                  00025200
          05 FILLER           PIC X(02) VALUE SPACE.                    00025300
          05 DL-ACTION        PIC X(16).                                00025400
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00025500
           COPY BDPARM.                                                 00025600
       PROCEDURE DIVISION.                                              00025700
       MAIN-PARA.                                                       00025800
           PERFORM OPEN-PARA.                                           00025900
           PERFORM READ-LEDG-PARA.                                      00026000
           PERFORM LEDG-PARA UNTIL WS-LEDG-EOF.                         00026100
           PERFORM HEADING-PARA.                                        00026200
           PERFORM EMPLOYEE-PARA                                        00026300
              VARYING WS-EMP-SUB FROM 1 BY 1                            00026400
              UNTIL WS-EMP-SUB > WS-EMP-CT.                             00026500
           PERFORM SUMMARY-PARA.                                        00026600
           PERFORM CLOSE-PARA.                                          00026700
           MOVE 'E' TO BD-FUNC.                                         00026800
           CALL 'BDCHECK' USING BD-PARM.                                00026900
           STOP RUN.                                                    00027000
       ERROR-EXIT.                                                      00027100
           MOVE 16 TO RETURN-CODE.                                      00027200
           STOP RUN.                                                    00027300
                                                                        00027400
       OPEN-PARA.                                                       00027500
           ACCEPT WS-BD-OVERRIDE.                                       00027600
           ACCEPT WS-CTR-LIMIT-IN.                                      00027700
           ACCEPT WS-NEAR-FLOOR-IN.                                     00027800
           ACCEPT WS-LOOKBACK-IN.                                       00027900
           ACCEPT WS-VEL-MULT-IN.                                       00028000
           ACCEPT WS-VEL-FLOOR-IN.                                      00028100
           IF WS-CTR-LIMIT-IN NUMERIC                                   00028200
              MOVE WS-CTR-LIMIT-IN TO WS-CTR-LIMIT                      00028300
           END-IF.                                                      00028400
           IF WS-NEAR-FLOOR-IN NUMERIC                                  00028500
              MOVE WS-NEAR-FLOOR-IN TO WS-NEAR-FLOOR                    00028600
           END-IF.                                                      00028700
           IF WS-LOOKBACK-IN NUMERIC                                    00028800
              MOVE WS-LOOKBACK-IN TO WS-LOOKBACK                        00028900
           END-IF.                                                      00029000
           IF WS-VEL-MULT-IN NUMERIC                                    00029100
              MOVE WS-VEL-MULT-IN TO WS-VEL-MULT                        00029200
           END-IF.                                                      00029300
           IF WS-VEL-FLOOR-IN NUMERIC                                   00029400
              MOVE WS-VEL-FLOOR-IN TO WS-VEL-FLOOR                      00029500
           END-IF.                                                      00029600
           IF WS-NEAR-FLOOR NOT < WS-CTR-LIMIT                          00029700
              COMPUTE WS-NEAR-FLOOR = WS-CTR-LIMIT * 0.9                00029800
           END-IF.                                                      00029900
           MOVE 'AMLSCAN' TO BD-PGM.                                    00030000
           MOVE 'S' TO BD-FUNC.                                         00030100
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00030200
           CALL 'BDCHECK' USING BD-PARM.                                00030300
           IF BD-ALREADY-RUN                                            00030400
              DISPLAY "AMLSCAN ALREADY COMPLETED FOR BUSINESS "         00030500
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00030600
              MOVE 8 TO RETURN-CODE                                     00030700
              STOP RUN                                                  00030800
           END-IF.                                                      00030900
           IF BD-CTL-ERROR                                              00031000
              GO TO ERROR-EXIT                                          00031100
           END-IF.                                                      00031200
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00031300
           MOVE WS-BUS-DATE TO WS-DATE-WORK.                            00031400
           PERFORM DAY-NUM-PARA.                                        00031500
           MOVE WS-DAY-NUM TO WS-BUS-DAY-NUM.                           00031600
           COMPUTE WS-HIST-START = WS-BUS-DAY-NUM - 90.                 00031700
           COMPUTE WS-NEAR-START = WS-BUS-DAY-NUM - WS-LOOKBACK.        00031800
           OPEN INPUT LEDGER-FILE.                                      00031900
           IF LG-STAT NOT = '00'                                        00032000
              DISPLAY "LEDGER FILE OPEN ERROR, STATUS " LG-STAT         00032100
              GO TO ERROR-EXIT                                          00032200
           END-IF.                                                      00032300
           OPEN INPUT ACCT-FILE.                                        00032400
           IF AC-STAT NOT = '00'                                        00032500
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00032600
              GO TO ERROR-EXIT                                          00032700
           END-IF.                                                      00032800
           OPEN INPUT EMP-FILE.                                         00032900
           IF EM-STAT NOT = '00'                                        00033000
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00033100
              GO TO ERROR-EXIT                                          00033200
           END-IF.                                                      00033300
           OPEN I-O CASE-FILE.                                          00033400
           IF CS-STAT NOT = '00'                                        00033500
              DISPLAY "COMPLIANCE CASE FILE OPEN ERROR, STATUS "        00033600
                 CS-STAT                                                00033700
              GO TO ERROR-EXIT                                          00033800
           END-IF.                                                      00033900
           OPEN OUTPUT CTR-FILE.                                        00034000
           IF CT-STAT NOT = '00'                                        00034100
              DISPLAY "CTR EXTRACT OPEN ERROR"                          00034200
              GO TO ERROR-EXIT                                          00034300
           END-IF.                                                      00034400
                                                                        00034500
       DAY-NUM-PARA.                                                    00034600
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK). 00034750
                                                                        00034900
       READ-LEDG-PARA.                                                  00035000
           READ LEDGER-FILE                                             00035100
              AT END                                                    00035200
                 SET WS-LEDG-EOF TO TRUE                                00035300
              NOT AT END                                                00035400
                 ADD 1 TO WS-LEDG-COUNT                                 00035500
           END-READ.                                                    00035600
                                                                        00035700
       LEDG-PARA.                                                       00035800
           IF (LG-DEPOSIT OR LG-WITHDRAW) AND LG-AMOUNT NUMERIC         00035900
              MOVE LG-TIMESTAMP(1:8) TO WS-POST-DATE                    00036000
              IF WS-POST-DATE NOT NUMERIC                               00036100
                 MOVE LG-TRANDATE TO WS-POST-DATE                       00036200
              END-IF                                                    00036300
              IF WS-POST-DATE NUMERIC                                   00036400
                 MOVE WS-POST-DATE TO WS-DATE-WORK                      00036500
                 PERFORM DAY-NUM-PARA                                   00036600
                 IF WS-DAY-NUM NOT < WS-HIST-START                      00036700
                    AND WS-POST-DATE NOT > WS-BUS-DATE                  00036800
                    PERFORM CASH-PARA                                   00036900
                 END-IF                                                 00037000
              END-IF                                                    00037100
           END-IF.                                                      00037200
           PERFORM READ-LEDG-PARA.                                      00037300
                                                                        00037400
       CASH-PARA.                                                       00037500
           ADD 1 TO WS-CASH-COUNT.                                      00037600
           MOVE 'N' TO WS-FOUND-SW.                                     00037700
           PERFORM ACT-SCAN-PARA                                        00037800
              VARYING WS-ACT-SUB FROM 1 BY 1                            00037900
              UNTIL WS-ACT-SUB > WS-ACT-CT OR WS-FOUND.                 00038000
           IF WS-FOUND                                                  00038100
              SUBTRACT 1 FROM WS-ACT-SUB                                00038200
           ELSE                                                         00038300
              IF WS-ACT-CT < 5000                                       00038400
                 ADD 1 TO WS-ACT-CT                                     00038500
                 MOVE WS-ACT-CT TO WS-ACT-SUB                           00038600
                 SET WS-FOUND TO TRUE                                   00038700
                 MOVE LG-ACCTNO TO WS-AT-ACCTNO(WS-ACT-SUB)             00038800
                 MOVE LG-EMPID TO WS-AT-EMPID(WS-ACT-SUB)               00038900
                 MOVE 0 TO WS-AT-TODAY-IN(WS-ACT-SUB)                   00039000
                 MOVE 0 TO WS-AT-TODAY-OUT(WS-ACT-SUB)                  00039100
                 MOVE 0 TO WS-AT-ITEMS(WS-ACT-SUB)                      00039200
                 MOVE 0 TO WS-AT-NEAR-TODAY(WS-ACT-SUB)                 00039300
                 MOVE 0 TO WS-AT-NEAR-PRIOR(WS-ACT-SUB)                 00039400
                 MOVE 0 TO WS-AT-HIST-TOTAL(WS-ACT-SUB)                 00039500
              ELSE                                                      00039600
                 DISPLAY "AML ACCOUNT TABLE FULL - ACCOUNT "            00039700
                    LG-ACCTNO " IGNORED"                                00039800
              END-IF                                                    00039900
           END-IF.                                                      00040000
           IF WS-FOUND                                                  00040100
              PERFORM CASH-ADD-PARA                                     00040200
           END-IF.                                                      00040300
                                                                        00040400
       CASH-ADD-PARA.                                                   00040500
           IF WS-POST-DATE = WS-BUS-DATE                                00040600
              ADD 1 TO WS-AT-ITEMS(WS-ACT-SUB)                          00040700
              IF LG-DEPOSIT                                             00040800
                 ADD LG-AMOUNT TO WS-AT-TODAY-IN(WS-ACT-SUB)            00040900
                 IF LG-AMOUNT NOT < WS-NEAR-FLOOR                       00041000
                    AND LG-AMOUNT < WS-CTR-LIMIT                        00041100
                    ADD 1 TO WS-AT-NEAR-TODAY(WS-ACT-SUB)               00041200
                 END-IF                                                 00041300
              ELSE                                                      00041400
                 ADD LG-AMOUNT TO WS-AT-TODAY-OUT(WS-ACT-SUB)           00041500
              END-IF                                                    00041600
              PERFORM EMP-ADD-PARA                                      00041700
           ELSE                                                         00041800
              ADD LG-AMOUNT TO WS-AT-HIST-TOTAL(WS-ACT-SUB)             00041900
              IF LG-DEPOSIT                                             00042000
                 AND WS-DAY-NUM NOT < WS-NEAR-START                     00042100
                 AND LG-AMOUNT NOT < WS-NEAR-FLOOR                      00042200
                 AND LG-AMOUNT < WS-CTR-LIMIT                           00042300
                 ADD 1 TO WS-AT-NEAR-PRIOR(WS-ACT-SUB)                  00042400
              END-IF                                                    00042500
           END-IF.                                                      00042600
                                                                        00042700
       ACT-SCAN-PARA.                                                   00042800
           IF WS-AT-ACCTNO(WS-ACT-SUB) = LG-ACCTNO                      00042900
              SET WS-FOUND TO TRUE                                      00043000
           END-IF.                                                      00043100
                                                                        00043200
       EMP-ADD-PARA.                                                    00043300
           MOVE 'N' TO WS-FOUND-SW.                                     00043400
           PERFORM EMP-SCAN-PARA                                        00043500
              VARYING WS-EMP-SUB FROM 1 BY 1                            00043600
              UNTIL WS-EMP-SUB > WS-EMP-CT OR WS-FOUND.                 00043700
           IF NOT WS-FOUND                                              00043800
              IF WS-EMP-CT < 5000                                       00043900
                 ADD 1 TO WS-EMP-CT                                     00044000
                 MOVE LG-EMPID TO WS-ET-EMPID(WS-EMP-CT)                00044100
              ELSE                                                      00044200
                 DISPLAY "AML EMPLOYEE TABLE FULL - EMPLOYEE "          00044300
                    LG-EMPID " IGNORED"                                 00044400
              END-IF                                                    00044500
           END-IF.                                                      00044600
                                                                        00044700
       EMP-SCAN-PARA.                                                   00044800
           IF WS-ET-EMPID(WS-EMP-SUB) = LG-EMPID                        00044900
              SET WS-FOUND TO TRUE                                      00045000
           END-IF.                                                      00045100
                                                                        00045200
       HEADING-PARA.                                                    00045300
           DISPLAY "CASH ACTIVITY MONITORING - BUSINESS DATE "          00045400
              WS-BUS-DATE.                                              00045500
           DISPLAY "CTR THRESHOLD " WS-CTR-LIMIT                        00045600
              "  STRUCTURING FLOOR " WS-NEAR-FLOOR                      00045700
              "  LOOKBACK " WS-LOOKBACK " DAYS".                        00045800
           DISPLAY "VELOCITY " WS-VEL-MULT                              00045900
              " TIMES 90-DAY DAILY AVERAGE, FLOOR " WS-VEL-FLOOR.       00046000
           DISPLAY SPACE.                                               00046100
           DISPLAY "  EMPID   TYPE         ACT      CASH IN     "       00046200
              "CASH OUT     90D AVG  NEAR  ACTION".                     00046300
                                                                        00046400
       EMPLOYEE-PARA.                                                   00046500
           ADD 1 TO WS-EMP-COUNT.                                       00046600
           MOVE WS-ET-EMPID(WS-EMP-SUB) TO WS-CURR-EMPID.               00046700
           MOVE 0 TO WS-EM-ACCTS.                                       00046800
           MOVE 0 TO WS-EM-ITEMS.                                       00046900
           MOVE 0 TO WS-EM-IN.                                          00047000
           MOVE 0 TO WS-EM-OUT.                                         00047100
           MOVE 0 TO WS-EM-NEAR-TODAY.                                  00047200
           MOVE 0 TO WS-EM-NEAR-PRIOR.                                  00047300
           MOVE 0 TO WS-EM-HIST-TOTAL.                                  00047400
           MOVE 'N' TO WS-ACCT-EOF-SW.                                  00047500
           MOVE WS-CURR-EMPID TO AC-EMPID.                              00047600
           START ACCT-FILE KEY IS EQUAL TO AC-EMPID                     00047700
              INVALID KEY                                               00047800
                 SET WS-ACCT-EOF TO TRUE                                00047900
           END-START.                                                   00048000
           PERFORM EMP-ACCT-PARA UNTIL WS-ACCT-EOF.                     00048100
           COMPUTE WS-EM-TODAY = WS-EM-IN + WS-EM-OUT.                  00048200
           COMPUTE WS-EM-HIST-AVG ROUNDED = WS-EM-HIST-TOTAL / 90.      00048300
           IF WS-EM-IN > WS-CTR-LIMIT OR WS-EM-OUT > WS-CTR-LIMIT       00048400
              PERFORM CTR-PARA                                          00048500
           END-IF.                                                      00048600
           IF WS-EM-NEAR-TODAY > 1                                      00048700
              OR (WS-EM-NEAR-TODAY > 0 AND WS-EM-NEAR-PRIOR > 0)        00048800
              ADD 1 TO WS-STRUCT-COUNT                                  00048900
              MOVE 'S' TO WS-CASE-TYPE                                  00049000
              PERFORM CASE-PARA                                         00049100
           END-IF.                                                      00049200
           IF WS-EM-TODAY NOT < WS-VEL-FLOOR                            00049300
              AND WS-EM-TODAY > WS-EM-HIST-AVG * WS-VEL-MULT            00049400
              ADD 1 TO WS-VEL-COUNT                                     00049500
              MOVE 'V' TO WS-CASE-TYPE                                  00049600
              PERFORM CASE-PARA                                         00049700
           END-IF.                                                      00049800
                                                                        00049900
       EMP-ACCT-PARA.                                                   00050000
           READ ACCT-FILE NEXT RECORD                                   00050100
              AT END                                                    00050200
                 SET WS-ACCT-EOF TO TRUE                                00050300
           END-READ.                                                    00050400
           IF NOT WS-ACCT-EOF                                           00050500
              IF AC-EMPID NOT = WS-CURR-EMPID                           00050600
                 SET WS-ACCT-EOF TO TRUE                                00050700
              ELSE                                                      00050800
                 PERFORM EMP-SUM-PARA                                   00050900
              END-IF                                                    00051000
           END-IF.                                                      00051100
                                                                        00051200
       EMP-SUM-PARA.                                                    00051300
           MOVE 'N' TO WS-FOUND-SW.                                     00051400
           PERFORM ACCT-MATCH-PARA                                      00051500
              VARYING WS-ACT-SUB FROM 1 BY 1                            00051600
              UNTIL WS-ACT-SUB > WS-ACT-CT OR WS-FOUND.                 00051700
           IF WS-FOUND                                                  00051800
              SUBTRACT 1 FROM WS-ACT-SUB                                00051900
              IF WS-AT-ITEMS(WS-ACT-SUB) > 0                            00052000
                 ADD 1 TO WS-EM-ACCTS                                   00052100
              END-IF                                                    00052200
              ADD WS-AT-ITEMS(WS-ACT-SUB) TO WS-EM-ITEMS                00052300
              ADD WS-AT-TODAY-IN(WS-ACT-SUB) TO WS-EM-IN                00052400
              ADD WS-AT-TODAY-OUT(WS-ACT-SUB) TO WS-EM-OUT              00052500
              ADD WS-AT-NEAR-TODAY(WS-ACT-SUB) TO WS-EM-NEAR-TODAY      00052600
              ADD WS-AT-NEAR-PRIOR(WS-ACT-SUB) TO WS-EM-NEAR-PRIOR      00052700
              ADD WS-AT-HIST-TOTAL(WS-ACT-SUB) TO WS-EM-HIST-TOTAL      00052800
           END-IF.                                                      00052900
                                                                        00053000
       ACCT-MATCH-PARA.                                                 00053100
           IF WS-AT-ACCTNO(WS-ACT-SUB) = AC-ACCTNO                      00053200
              SET WS-FOUND TO TRUE                                      00053300
           END-IF.                                                      00053400
                                                                        00053500
       CTR-PARA.                                                        00053600
           MOVE WS-CURR-EMPID TO IN-EMPID.                              00053700
           READ EMP-FILE                                                00053800
              INVALID KEY                                               00053900
                 MOVE SPACE TO IN-FIRSTNAME                             00054000
                 MOVE SPACE TO IN-LASTNAME                              00054100
                 MOVE SPACE TO IN-BRANCH                                00054200
           END-READ.                                                    00054300
           MOVE WS-BUS-DATE TO CT-BUSDATE.                              00054400
           MOVE WS-CURR-EMPID TO CT-EMPID.                              00054500
           MOVE IN-FIRSTNAME TO CT-FIRSTNAME.                           00054600
           MOVE IN-LASTNAME TO CT-LASTNAME.                             00054700
           MOVE IN-BRANCH TO CT-BRANCH.                                 00054800
           MOVE WS-EM-ACCTS TO CT-ACCT-COUNT.                           00054900
           MOVE WS-EM-ITEMS TO CT-ITEM-COUNT.                           00055000
           MOVE WS-EM-IN TO CT-CASH-IN.                                 00055100
           MOVE WS-EM-OUT TO CT-CASH-OUT.                               00055200
           WRITE CT-CTRREC.                                             00055300
           ADD 1 TO WS-CTR-COUNT.                                       00055400
           MOVE 'CTR' TO DL-TYPE.                                       00055500
           MOVE 'CTR EXTRACTED' TO DL-ACTION.                           00055600
           PERFORM DETAIL-PARA.                                         00055700
                                                                        00055800
       CASE-PARA.                                                       00055900
           MOVE 'N' TO WS-NEW-CASE-SW.                                  00056000
           MOVE 'N' TO WS-SUPPRESS-SW.                                  00056100
           MOVE WS-CURR-EMPID TO CS-EMPID.                              00056200
           MOVE WS-CASE-TYPE TO CS-TYPE.                                00056300
           READ CASE-FILE                                               00056400
              INVALID KEY                                               00056500
                 SET WS-NEW-CASE TO TRUE                                00056600
           END-READ.                                                    00056700
           IF CS-STRUCTURING                                            00056800
              MOVE 'STRUCTURING' TO DL-TYPE                             00056900
           ELSE                                                         00057000
              MOVE 'VELOCITY' TO DL-TYPE                                00057100
           END-IF.                                                      00057200
           IF WS-NEW-CASE                                               00057300
              MOVE SPACE TO CS-CASEREC                                  00057400
              MOVE WS-CURR-EMPID TO CS-EMPID                            00057500
              MOVE WS-CASE-TYPE TO CS-TYPE                              00057600
              MOVE 'O' TO CS-STATUS                                     00057700
              MOVE WS-BUS-DATE TO CS-OPEN-DATE                          00057800
              MOVE 0 TO CS-HIT-COUNT                                    00057900
              MOVE WS-BUS-DATE TO CS-STATUS-DATE                        00058000
              MOVE 'AMLSCAN' TO CS-STATUS-USER                          00058100
              MOVE 0 TO CS-CLEAR-UNTIL                                  00058200
              MOVE 'NEW CASE' TO DL-ACTION                              00058300
              ADD 1 TO WS-NEWCASE-COUNT                                 00058400
           ELSE                                                         00058500
              IF CS-CLEARED                                             00058600
                 IF CS-CLEAR-UNTIL = 0                                  00058700
                    OR CS-CLEAR-UNTIL NOT < WS-BUS-DATE                 00058800
                    SET WS-SUPPRESSED TO TRUE                           00058900
                    ADD 1 TO WS-SUPPRESS-COUNT                          00059000
                 ELSE                                                   00059100
                    MOVE 'O' TO CS-STATUS                               00059200
                    MOVE WS-BUS-DATE TO CS-OPEN-DATE                    00059300
                    MOVE WS-BUS-DATE TO CS-STATUS-DATE                  00059400
                    MOVE 'AMLSCAN' TO CS-STATUS-USER                    00059500
                    MOVE 0 TO CS-CLEAR-UNTIL                            00059600
                    MOVE 'REOPENED' TO DL-ACTION                        00059700
                    ADD 1 TO WS-REOPEN-COUNT                            00059800
                 END-IF                                                 00059900
              ELSE                                                      00060000
                 MOVE 'REPEAT HIT' TO DL-ACTION                         00060100
                 ADD 1 TO WS-REPEAT-COUNT                               00060200
              END-IF                                                    00060300
           END-IF.                                                      00060400
           ADD 1 TO CS-HIT-COUNT.                                       00060500
           MOVE WS-BUS-DATE TO CS-LAST-HIT.                             00060600
           MOVE WS-EM-TODAY TO CS-LAST-AMOUNT.                          00060700
           MOVE WS-EM-NEAR-TODAY TO CS-NEAR-COUNT.                      00060800
           MOVE WS-EM-HIST-AVG TO CS-HIST-AVG.                          00060900
           IF WS-NEW-CASE                                               00061000
              WRITE CS-CASEREC                                          00061100
                 INVALID KEY                                            00061200
                    DISPLAY "CASE WRITE ERROR, EMPLOYEE " CS-EMPID      00061300
                       " STATUS " CS-STAT                               00061400
                    GO TO ERROR-EXIT                                    00061500
              END-WRITE                                                 00061600
           ELSE                                                         00061700
              REWRITE CS-CASEREC                                        00061800
                 INVALID KEY                                            00061900
                    DISPLAY "CASE REWRITE ERROR, EMPLOYEE " CS-EMPID    00062000
                       " STATUS " CS-STAT                               00062100
                    GO TO ERROR-EXIT                                    00062200
              END-REWRITE                                               00062300
           END-IF.                                                      00062400
           IF NOT WS-SUPPRESSED                                         00062500
              PERFORM DETAIL-PARA                                       00062600
           END-IF.                                                      00062700
                                                                        00062800
       DETAIL-PARA.                                                     00062900
           MOVE WS-CURR-EMPID TO DL-EMPID.                              00063000
           MOVE WS-EM-ACCTS TO DL-ACCTS.                                00063100
           MOVE WS-EM-IN TO DL-IN.                                      00063200
           MOVE WS-EM-OUT TO DL-OUT.                                    00063300
           MOVE WS-EM-HIST-AVG TO DL-AVG.                               00063400
           COMPUTE DL-NEAR = WS-EM-NEAR-TODAY + WS-EM-NEAR-PRIOR.       00063500
           DISPLAY WS-DETAIL-LINE.                                      00063600
                                                                        00063700
       SUMMARY-PARA.                                                    00063800
           DISPLAY SPACE.                                               00063900
           DISPLAY "LEDGER RECORDS READ:        " WS-LEDG-COUNT.        00064000
           DISPLAY "CASH ITEMS IN 90-DAY WINDOW:" WS-CASH-COUNT.        00064100
           DISPLAY "EMPLOYEES WITH CASH TODAY:  " WS-EMP-COUNT.         00064200
           DISPLAY "CTR RECORDS EXTRACTED:      " WS-CTR-COUNT.         00064300
           DISPLAY "STRUCTURING HITS:           " WS-STRUCT-COUNT.      00064400
           DISPLAY "VELOCITY HITS:              " WS-VEL-COUNT.         00064500
           DISPLAY "NEW CASES OPENED:           " WS-NEWCASE-COUNT.     00064600
           DISPLAY "CLEARED CASES REOPENED:     " WS-REOPEN-COUNT.      00064700
           DISPLAY "REPEAT HITS ON OPEN CASES:  " WS-REPEAT-COUNT.      00064800
           DISPLAY "HITS ON CLEARED CASES:      " WS-SUPPRESS-COUNT.    00064900
                                                                        00065000
       CLOSE-PARA.                                                      00065100
           CLOSE LEDGER-FILE.                                           00065200
           CLOSE ACCT-FILE.                                             00065300
           CLOSE EMP-FILE.                                              00065400
           CLOSE CASE-FILE.                                             00065500
           CLOSE CTR-FILE.                                              00065600
