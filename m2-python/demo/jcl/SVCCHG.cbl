       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. SVCCHG.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT MASTER-FILE ASSIGN TO INFILE                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           RECORD KEY IS AC-ACCTNO                                      00011000
           FILE STATUS IS MS-STAT.                                      00011100
                                                                        00011200
           SELECT PROD-FILE ASSIGN TO PRODFILE                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS PR-STAT.                                      00011600
                                                                        00011700
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE                        00011800
           ORGANIZATION IS SEQUENTIAL                                   00011900
           ACCESS MODE IS SEQUENTIAL                                    00012000
           FILE STATUS IS LG-STAT.                                      00012100
                                                                        00012200
           SELECT HISTORY-FILE ASSIGN TO HISTFILE                       00012300
           ORGANIZATION IS SEQUENTIAL                                   00012400
           ACCESS MODE IS SEQUENTIAL                                    00012500
           FILE STATUS IS HS-STAT.                                      00012600
                                                                        00012700
           SELECT PAY-FILE ASSIGN TO PAYTRAN                            00012800
           ORGANIZATION IS SEQUENTIAL                                   00012900
           ACCESS MODE IS SEQUENTIAL                                    00013000
           FILE STATUS IS PT-STAT.                                      00013100
                                                                        00013114
           SELECT SEP-FILE ASSIGN TO SEPFILE                            00013128
           ORGANIZATION IS INDEXED                                      00013142
           ACCESS MODE IS RANDOM                                        00013156
           RECORD KEY IS SE-ACCTNO                                      00013170
           FILE STATUS IS SE-STAT.                                      00013184
                                                                        00013200
           SELECT SORT-WORK ASSIGN TO SRTWORK.                          00013300
                                                                        00013400
           SELECT SACT-FILE ASSIGN TO SRTOUT                            00013500
           ORGANIZATION IS SEQUENTIAL                                   00013600
           ACCESS MODE IS SEQUENTIAL                                    00013700
           FILE STATUS IS SA-STAT.                                      00013800
                                                                        00013900
       DATA DIVISION.                                                   00014000
       FILE SECTION.                                                    00014100
       FD MASTER-FILE.                                                  00014200
           COPY ACCTREC.                                                00014300
                                                                        00014400
       FD PROD-FILE.                                                    00014500
           COPY PRODREC.                                                00014600
                                                                        00014700
       FD LEDGER-FILE.                                                  00014800
           COPY LEDGREC.                                                00014900
                                                                        00015000
       FD HISTORY-FILE.                                                 00015100
           COPY HISTREC.                                                00015200
                                                                        00015300
       FD PAY-FILE.                                                     00015400
           COPY TRANREC.                                                00015500
                                                                        00015525
       FD SEP-FILE.                                                     00015550
           COPY SEPREC.                                                 00015575
                                                                        00015600
       SD SORT-WORK.                                                    00015700
       01 SR-REC.                                                       00015800
          05 SR-ACCTNO       PIC X(10).                                 00015900
          05 SR-TIMESTAMP    PIC X(14).                                 00016000
          05 SR-KIND         PIC X(01).                                 00016100
          05 SR-CODE         PIC X(01).                                 00016200
          05 SR-AMOUNT       PIC S9(09)V99.                             00016300
          05 SR-JOBID        PIC X(08).                                 00016400
                                                                        00016500
       FD SACT-FILE.                                                    00016600
       01 SA-REC.                                                       00016700
          05 SA-ACCTNO       PIC X(10).                                 00016800
          05 SA-TIMESTAMP    PIC X(14).                                 00016900
          05 SA-KIND         PIC X(01).                                 00017000
             88 SA-LEDGER    VALUE 'L'.                                 00017100
             88 SA-INTEREST  VALUE 'N'.                                 00017200
             88 SA-PAYROLL   VALUE 'P'.                                 00017300
          05 SA-CODE         PIC X(01).                                 00017400
             88 SA-DEBIT-ITEM VALUE 'W' 'X'.                            00017500
          05 SA-AMOUNT       PIC S9(09)V99.                             00017600
          05 SA-JOBID        PIC X(08).                                 00017700
                                                                        00017800
       WORKING-STORAGE SECTION.                                         00017900
       01 MS-STAT             PIC X(02) VALUE SPACE.                    00018000
       01 PR-STAT             PIC X(02) VALUE SPACE.                    00018100
       01 LG-STAT             PIC X(02) VALUE SPACE.                    00018200
       01 HS-STAT             PIC X(02) VALUE SPACE.                    00018300
       01 PT-STAT             PIC X(02) VALUE SPACE.                    00018400
       01 SE-STAT             PIC X(02) VALUE SPACE.                    00018450
       01 SA-STAT             PIC X(02) VALUE SPACE.                    00018500
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00018600
           COPY BDPARM.                                                 00018700
       01 WS-FEE-DATE         PIC 9(08) VALUE 0.                        00018800
       01 WS-FEE-DATE-R REDEFINES WS-FEE-DATE.                          00018900
          05 WS-FEE-YYYYMM    PIC 9(06).                                00019000
          05 FILLER           PIC 9(02).                                00019100
       01 WS-MASTER-EOF-SW    PIC X(01) VALUE 'N'.                      00019200
          88 WS-MAST-EOF      VALUE 'Y'.                                00019300
       01 WS-PROD-EOF-SW      PIC X(01) VALUE 'N'.                      00019400
          88 WS-PROD-EOF      VALUE 'Y'.                                00019500
       01 WS-ACT-EOF-SW       PIC X(01) VALUE 'N'.                      00019600
          88 WS-ACT-EOF       VALUE 'Y'.                                00019700
       01 WS-LEDG-EOF-SW      PIC X(01) VALUE 'N'.                      00019800
          88 WS-LEDG-EOF      VALUE 'Y'.                                00019900
       01 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.                      00020000
          88 WS-HIST-EOF      VALUE 'Y'.                                00020100
       01 WS-PAY-EOF-SW       PIC X(01) VALUE 'N'.                      00020200
          88 WS-PAY-EOF       VALUE 'Y'.                                00020300
       01 WS-PROD-FOUND-SW    PIC X(01) VALUE 'N'.                      00020400
          88 WS-PROD-FOUND    VALUE 'Y'.                                00020500
       01 WS-SEP-SW           PIC X(01) VALUE 'N'.                      00020533
          88 WS-ACCT-SEPARATED VALUE 'Y'.                               00020566
       01 WS-DD-SW            PIC X(01) VALUE 'N'.                      00020600
          88 WS-DD-SEEN       VALUE 'Y'.                                00020700
       01 WS-WAIVE-SW         PIC X(01) VALUE SPACE.                    00020800
          88 WS-WAIVE-NONE    VALUE SPACE.                              00020900
          88 WS-WAIVE-MINBAL  VALUE 'B'.                                00021000
          88 WS-WAIVE-DD      VALUE 'D'.                                00021100
       01 WS-PROD-CT          PIC 9(03) VALUE 0.                        00021200
       01 WS-SUB              PIC 9(03) VALUE 0.                        00021300
       01 WS-PROD-IX          PIC 9(03) VALUE 0.                        00021400
       01 WS-PROD-TABLE.                                                00021500
          05 WS-PROD-ENTRY OCCURS 200 TIMES.                            00021600
             10 WS-PD-PRODUCT PIC X(04).                                00021700
             10 WS-PD-FEE     PIC 9(05)V99.                             00021800
             10 WS-PD-MINBAL  PIC 9(09)V99.                             00021900
             10 WS-PD-DDWAIVE PIC X(01).                                00022000
             10 WS-PD-FREE    PIC 9(03).                                00022100
             10 WS-PD-ITEMFEE PIC 9(03)V99.                             00022200
       01 WS-LOOKUP-PRODUCT   PIC X(04) VALUE SPACE.                    00022300
       01 WS-BEF-BAL          PIC S9(09)V99 VALUE 0.                    00022400
       01 WS-AFT-BAL          PIC S9(09)V99 VALUE 0.                    00022500
       01 WS-BEF-BAL-X        PIC X(11) VALUE SPACE.                    00022600
       01 WS-BEF-BAL-R REDEFINES WS-BEF-BAL-X PIC S9(09)V99.            00022700
       01 WS-AFT-BAL-X        PIC X(11) VALUE SPACE.                    00022800
       01 WS-AFT-BAL-R REDEFINES WS-AFT-BAL-X PIC S9(09)V99.            00022900
       01 WS-RUN-BAL          PIC S9(11)V99 VALUE 0.                    00023000
       01 WS-MIN-BAL          PIC S9(11)V99 VALUE 0.                    00023100
       01 WS-DEBIT-COUNT      PIC 9(05) VALUE 0.                        00023200
       01 WS-MONTH-FEE        PIC 9(05)V99 VALUE 0.                     00023300
       01 WS-ITEM-CHG         PIC 9(08)V99 VALUE 0.                     00023400
       01 WS-TOTAL-CHG        PIC 9(08)V99 VALUE 0.                     00023500
       01 WS-WAIVED-FEE       PIC 9(05)V99 VALUE 0.                     00023600
       01 WS-LG-AMOUNT        PIC 9(09)V99 VALUE 0.                     00023700
       01 WS-LG-JOBID         PIC X(08) VALUE SPACE.                    00023800
       01 WS-BEFORE-IMAGE     PIC X(71) VALUE SPACE.                    00023900
       01 WS-HIS-DATE         PIC 9(08).                                00024000
       01 WS-HIS-TIME         PIC 9(08).                                00024100
       01 WS-READ-COUNT       PIC 9(08) VALUE 0.                        00024200
       01 WS-CHARGED-COUNT    PIC 9(08) VALUE 0.                        00024300
       01 WS-MINBAL-COUNT     PIC 9(08) VALUE 0.                        00024400
       01 WS-DDWAIVE-COUNT    PIC 9(08) VALUE 0.                        00024500
       01 WS-NEW-COUNT        PIC 9(08) VALUE 0.                        00024600
       01 WS-SKIP-COUNT       PIC 9(08) VALUE 0.                        00024700
       01 WS-NOPROD-COUNT     PIC 9(08) VALUE 0.                        00024800
       01 WS-SEP-COUNT        PIC 9(08) VALUE 0.                        00024850
       01 WS-LEDG-COUNT       PIC 9(08) VALUE 0.                        00024900
       01 WS-INT-COUNT        PIC 9(08) VALUE 0.                        00025000
       01 WS-PAY-COUNT        PIC 9(08) VALUE 0.                        00025100
       01 WS-MONTHLY-TOTAL    PIC 9(11)V99 VALUE 0.                     00025200
       01 WS-ITEM-TOTAL       PIC 9(11)V99 VALUE 0.                     00025300
       01 WS-WAIVED-TOTAL     PIC 9(11)V99 VALUE 0.                     00025400
       01 WS-RV-CT            PIC 9(04) VALUE 0.                        00025500
       01 WS-RV-SUB           PIC 9(04) VALUE 0.                        00025600
       01 WS-RV-POS           PIC 9(04) VALUE 0.                        00025700
       01 WS-RV-FOUND-SW      PIC X(01) VALUE 'N'.                      00025800
          88 WS-RV-FOUND      VALUE 'Y'.                                00025900
       01 WS-RV-NEWKEY.                                                 00026000
          05 WS-RV-NEW-BRANCH  PIC X(04).                               00026100
          05 WS-RV-NEW-PRODUCT PIC X(04).                               00026200
       01 WS-RV-TABLE.                                                  00026300
          05 WS-RV-ENTRY OCCURS 1000 TIMES.                             00026400
             10 WS-RV-KEY.                                              00026500
                15 WS-RV-BRANCH  PIC X(04).                             00026600
                15 WS-RV-PRODUCT PIC X(04).                             00026700
             10 WS-RV-ACCTS      PIC 9(07).                             00026800
             10 WS-RV-CHARGED    PIC 9(07).                             00026900
             10 WS-RV-WAIVED     PIC 9(07).                             00027000
             10 WS-RV-MONTHLY    PIC 9(09)V99.                          00027100
             10 WS-RV-ITEMS      PIC 9(09)V99.                          00027200
             10 WS-RV-WAIVED-AMT PIC 9(09)V99.                          00027300
       01 WS-PREV-BRANCH      PIC X(04) VALUE SPACE.                    00027400
       01 WS-BT-ACCTS         PIC 9(07) VALUE 0.                        00027500
       01 WS-BT-CHARGED       PIC 9(07) VALUE 0.                        00027600
       01 WS-BT-WAIVED        PIC 9(07) VALUE 0.                        00027700
       01 WS-BT-MONTHLY       PIC 9(09)V99 VALUE 0.                     00027800
       01 WS-BT-ITEMS         PIC 9(09)V99 VALUE 0.                     00027900
       01 WS-BT-WAIVED-AMT    PIC 9(09)V99 VALUE 0.                     00028000
       01 WS-GT-ACCTS         PIC 9(07) VALUE 0.                        00028100
       01 WS-GT-CHARGED       PIC 9(07) VALUE 0.                        00028200
       01 WS-GT-WAIVED        PIC 9(07) VALUE 0.                        00028300
       01 WS-GT-MONTHLY       PIC 9(09)V99 VALUE 0.                     00028400
       01 WS-GT-ITEMS         PIC 9(09)V99 VALUE 0.                     00028500
       01 WS-GT-WAIVED-AMT    PIC 9(09)V99 VALUE 0.                     00028600
       01 WS-RPT-HDR-LINE.                                              00028700
          05 FILLER           PIC X(30)                                 00028800
             VALUE 'FEE REVENUE SUMMARY FOR MONTH '.                    00028900
          05 RH-YYYY          PIC 9(04).                                00029000
          05 FILLER           PIC X(01) VALUE '/'.                      00029100
          05 RH-MM            PIC 9(02).                                00029200
       01 WS-RPT-DETAIL-LINE.                                           00029300
          05 RL-BRANCH        PIC X(04).                                00029400
          05 FILLER           PIC X(02) VALUE SPACE.                    00029500
          05 RL-PRODUCT       PIC X(05).                                00029600
          05 FILLER           PIC X(02) VALUE SPACE.                    00029700
          05 RL-ACCTS         PIC ZZZ,ZZ9.                              00029800
          05 FILLER           PIC X(02) VALUE SPACE.                    00029900
          05 RL-CHARGED       PIC ZZZ,ZZ9.                              00030000
          05 FILLER           PIC X(02) VALUE SPACE.                    00030100
          05 RL-WAIVED        PIC ZZZ,ZZ9.                              00030200
          05 FILLER           PIC X(02) VALUE SPACE.                    00030300
          05 RL-MONTHLY       PIC ZZZ,ZZZ,ZZ9.99.                       00030400
          05 FILLER           PIC X(02) VALUE SPACE.                    00030500
          05 RL-ITEMS         PIC ZZZ,ZZZ,ZZ9.99.                       00030600
          05 FILLER           PIC X(02) VALUE SPACE.                    00030700
          05 RL-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.                     00030800
          05 FILLER           PIC X(02) VALUE SPACE.                    00030900
          05 RL-WAIVED-AMT    PIC ZZZ,ZZZ,ZZ9.99.                       00031000
       PROCEDURE DIVISION.                                              00031100
       MAIN-PARA.                                                       00031200
           PERFORM OPEN-PARA.                                           00031300
           PERFORM LOAD-PROD-PARA UNTIL WS-PROD-EOF.                    00031400
           CLOSE PROD-FILE.                                             00031500
           IF WS-PROD-CT = 0                                            00031600
              DISPLAY "PRODUCT TABLE IS EMPTY - NO SERVICE CHARGES"     00031700
              GO TO ERROR-EXIT                                          00031800
           END-IF.                                                      00031900
           SORT SORT-WORK                                               00032000
              ON ASCENDING KEY SR-ACCTNO                                00032100
                 DESCENDING KEY SR-TIMESTAMP                            00032200
              INPUT PROCEDURE IS SELECT-PARA                            00032300
              GIVING SACT-FILE.                                         00032400
           PERFORM POST-OPEN-PARA.                                      00032500
           PERFORM READ-ACT-PARA.                                       00032600
           PERFORM READ-MASTER-PARA.                                    00032700
           PERFORM CHARGE-PARA UNTIL WS-MAST-EOF.                       00032800
           PERFORM REPORT-PARA.                                         00032900
           PERFORM SUMMARY-PARA.                                        00033000
           PERFORM CLOSE-PARA.                                          00033100
           MOVE 'E' TO BD-FUNC.                                         00033200
           CALL 'BDCHECK' USING BD-PARM.                                00033300
           STOP RUN.                                                    00033400
       ERROR-EXIT.                                                      00033500
           MOVE 16 TO RETURN-CODE.                                      00033600
           STOP RUN.                                                    00033700
                                                                        00033800
       OPEN-PARA.                                                       00033900
           ACCEPT WS-BD-OVERRIDE.                                       00034000
           MOVE 'SVCCHG' TO BD-PGM.                                     00034100
           MOVE 'M' TO BD-FUNC.                                         00034200
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00034300
           CALL 'BDCHECK' USING BD-PARM.                                00034400
           IF BD-ALREADY-RUN                                            00034500
              DISPLAY "SVCCHG ALREADY CHARGED FOR THIS MONTH - "        00034600
                 "RERUN REQUIRES OVERRIDE"                              00034700
              MOVE 8 TO RETURN-CODE                                     00034800
              STOP RUN                                                  00034900
           END-IF.                                                      00035000
           IF BD-CTL-ERROR                                              00035100
              GO TO ERROR-EXIT                                          00035200
           END-IF.                                                      00035300
           MOVE BD-BUSDATE TO WS-FEE-DATE.                              00035400
           OPEN I-O MASTER-FILE.                                        00035500
           IF MS-STAT NOT = '00'                                        00035600
              DISPLAY "MASTER FILE OPEN ERROR"                          00035700
              GO TO ERROR-EXIT                                          00035800
           END-IF.                                                      00035900
           OPEN INPUT PROD-FILE.                                        00036000
           IF PR-STAT NOT = '00'                                        00036100
              DISPLAY "PRODUCT FILE OPEN ERROR"                         00036200
              GO TO ERROR-EXIT                                          00036300
           END-IF.                                                      00036400
           OPEN INPUT SEP-FILE.                                         00036416
           IF SE-STAT NOT = '00'                                        00036432
              DISPLAY "SEPARATION FILE OPEN ERROR, STATUS " SE-STAT     00036448
              GO TO ERROR-EXIT                                          00036464
           END-IF.                                                      00036480
                                                                        00036500
       LOAD-PROD-PARA.                                                  00036600
           READ PROD-FILE                                               00036700
              AT END                                                    00036800
                 SET WS-PROD-EOF TO TRUE                                00036900
              NOT AT END                                                00037000
                 IF WS-PROD-CT < 200                                    00037100
                    ADD 1 TO WS-PROD-CT                                 00037200
                    MOVE PR-PRODUCT     TO WS-PD-PRODUCT(WS-PROD-CT)    00037300
                    MOVE PR-MONTHLY-FEE TO WS-PD-FEE(WS-PROD-CT)        00037400
                    MOVE PR-MIN-BALANCE TO WS-PD-MINBAL(WS-PROD-CT)     00037500
                    MOVE PR-DD-WAIVER   TO WS-PD-DDWAIVE(WS-PROD-CT)    00037600
                    MOVE PR-FREE-DEBITS TO WS-PD-FREE(WS-PROD-CT)       00037700
                    MOVE PR-ITEM-FEE    TO WS-PD-ITEMFEE(WS-PROD-CT)    00037800
                 ELSE                                                   00037900
                    DISPLAY "PRODUCT TABLE FULL - PRODUCT "             00038000
                       PR-PRODUCT " IGNORED"                            00038100
                 END-IF                                                 00038200
           END-READ.                                                    00038300
                                                                        00038400
       SELECT-PARA.                                                     00038500
           OPEN INPUT LEDGER-FILE.                                      00038600
           IF LG-STAT NOT = '00'                                        00038700
              DISPLAY "NO LEDGER FILE - NO DEBITS COUNTED"              00038800
              SET WS-LEDG-EOF TO TRUE                                   00038900
           ELSE                                                         00039000
              PERFORM READ-LEDG-PARA                                    00039100
              PERFORM LEDG-SEL-PARA UNTIL WS-LEDG-EOF                   00039200
              CLOSE LEDGER-FILE                                         00039300
           END-IF.                                                      00039400
           OPEN INPUT HISTORY-FILE.                                     00039500
           IF HS-STAT NOT = '00'                                        00039600
              DISPLAY "NO HISTORY FILE - NO INTEREST TAKEN INTO "       00039700
                 "MINIMUM BALANCE"                                      00039800
              SET WS-HIST-EOF TO TRUE                                   00039900
           ELSE                                                         00040000
              PERFORM READ-HIST-PARA                                    00040100
              PERFORM HIST-SEL-PARA UNTIL WS-HIST-EOF                   00040200
              CLOSE HISTORY-FILE                                        00040300
           END-IF.                                                      00040400
           OPEN INPUT PAY-FILE.                                         00040500
           IF PT-STAT NOT = '00'                                        00040600
              DISPLAY "NO PAYROLL DEPOSIT FILE, STATUS " PT-STAT        00040700
              SET WS-PAY-EOF TO TRUE                                    00040800
           ELSE                                                         00040900
              PERFORM READ-PAY-PARA                                     00041000
              PERFORM PAY-SEL-PARA UNTIL WS-PAY-EOF                     00041100
              CLOSE PAY-FILE                                            00041200
           END-IF.                                                      00041300
                                                                        00041400
       READ-LEDG-PARA.                                                  00041500
           READ LEDGER-FILE                                             00041600
              AT END                                                    00041700
                 SET WS-LEDG-EOF TO TRUE                                00041800
           END-READ.                                                    00041900
                                                                        00042000
       LEDG-SEL-PARA.                                                   00042100
           IF LG-TIMESTAMP(1:6) = WS-FEE-YYYYMM                         00042200
              AND (LG-CREDIT OR LG-DEBIT)                               00042300
              AND LG-AMOUNT NUMERIC                                     00042400
              MOVE LG-ACCTNO TO SR-ACCTNO                               00042500
              MOVE LG-TIMESTAMP TO SR-TIMESTAMP                         00042600
              MOVE 'L' TO SR-KIND                                       00042700
              MOVE LG-TRANCODE TO SR-CODE                               00042800
              IF LG-CREDIT                                              00042900
                 MOVE LG-AMOUNT TO SR-AMOUNT                            00043000
              ELSE                                                      00043100
                 COMPUTE SR-AMOUNT = 0 - LG-AMOUNT                      00043200
              END-IF                                                    00043300
              MOVE LG-JOBID TO SR-JOBID                                 00043400
              RELEASE SR-REC                                            00043500
              ADD 1 TO WS-LEDG-COUNT                                    00043600
           END-IF.                                                      00043700
           PERFORM READ-LEDG-PARA.                                      00043800
                                                                        00043900
       READ-HIST-PARA.                                                  00044000
           READ HISTORY-FILE                                            00044100
              AT END                                                    00044200
                 SET WS-HIST-EOF TO TRUE                                00044300
           END-READ.                                                    00044400
                                                                        00044500
       HIST-SEL-PARA.                                                   00044600
           IF (HIS-INTEREST OR HIS-DEBITINT OR HIS-CHGOFF               00044666
                 OR HIS-FINALINT OR HIS-PAYOUT)                         00044732
              AND HIS-ACCTNO NOT = SPACE                                00044800
              AND HIS-TIMESTAMP(1:6) = WS-FEE-YYYYMM                    00044900
              MOVE 0 TO WS-BEF-BAL                                      00045000
              MOVE 0 TO WS-AFT-BAL                                      00045100
              MOVE HIS-BEFORE(21:11) TO WS-BEF-BAL-X                    00045200
              IF WS-BEF-BAL-R NUMERIC                                   00045300
                 MOVE WS-BEF-BAL-R TO WS-BEF-BAL                        00045400
              END-IF                                                    00045500
              MOVE HIS-AFTER(21:11) TO WS-AFT-BAL-X                     00045600
              IF WS-AFT-BAL-R NUMERIC                                   00045700
                 MOVE WS-AFT-BAL-R TO WS-AFT-BAL                        00045800
              END-IF                                                    00045900
              MOVE HIS-ACCTNO TO SR-ACCTNO                              00046000
              MOVE HIS-TIMESTAMP TO SR-TIMESTAMP                        00046100
              MOVE 'N' TO SR-KIND                                       00046200
              MOVE HIS-FUNC TO SR-CODE                                  00046300
              COMPUTE SR-AMOUNT = WS-AFT-BAL - WS-BEF-BAL               00046400
              MOVE HIS-JOBID TO SR-JOBID                                00046500
              RELEASE SR-REC                                            00046600
              ADD 1 TO WS-INT-COUNT                                     00046700
           END-IF.                                                      00046800
           PERFORM READ-HIST-PARA.                                      00046900
                                                                        00047000
       READ-PAY-PARA.                                                   00047100
           READ PAY-FILE                                                00047200
              AT END                                                    00047300
                 SET WS-PAY-EOF TO TRUE                                 00047400
           END-READ.                                                    00047500
                                                                        00047600
       PAY-SEL-PARA.                                                    00047700
           IF TR-DEPOSIT                                                00047800
              AND TR-TRANDATE(1:6) = WS-FEE-YYYYMM                      00047900
              MOVE TR-ACCTNO TO SR-ACCTNO                               00048000
              MOVE TR-TRANDATE TO SR-TIMESTAMP                          00048100
              MOVE 'P' TO SR-KIND                                       00048200
              MOVE TR-TRANCODE TO SR-CODE                               00048300
              MOVE 0 TO SR-AMOUNT                                       00048400
              MOVE 'PAYDEPST' TO SR-JOBID                               00048500
              RELEASE SR-REC                                            00048600
              ADD 1 TO WS-PAY-COUNT                                     00048700
           END-IF.                                                      00048800
           PERFORM READ-PAY-PARA.                                       00048900
                                                                        00049000
       POST-OPEN-PARA.                                                  00049100
           OPEN INPUT SACT-FILE.                                        00049200
           IF SA-STAT NOT = '00'                                        00049300
              DISPLAY "SORTED ACTIVITY FILE OPEN ERROR"                 00049400
              GO TO ERROR-EXIT                                          00049500
           END-IF.                                                      00049600
           OPEN EXTEND LEDGER-FILE.                                     00049700
           IF LG-STAT NOT = '00'                                        00049800
              DISPLAY "LEDGER FILE OPEN ERROR"                          00049900
              GO TO ERROR-EXIT                                          00050000
           END-IF.                                                      00050100
           OPEN EXTEND HISTORY-FILE.                                    00050200
           IF HS-STAT NOT = '00'                                        00050300
              DISPLAY "HISTORY FILE OPEN ERROR"                         00050400
              GO TO ERROR-EXIT                                          00050500
           END-IF.                                                      00050600
                                                                        00050700
       READ-ACT-PARA.                                                   00050800
           READ SACT-FILE                                               00050900
              AT END                                                    00051000
                 SET WS-ACT-EOF TO TRUE                                 00051100
           END-READ.                                                    00051200
                                                                        00051300
       READ-MASTER-PARA.                                                00051400
           READ MASTER-FILE                                             00051500
              AT END                                                    00051600
                 SET WS-MAST-EOF TO TRUE                                00051700
           END-READ.                                                    00051800
                                                                        00051900
       CHARGE-PARA.                                                     00052000
           ADD 1 TO WS-READ-COUNT.                                      00052100
           PERFORM READ-ACT-PARA                                        00052200
              UNTIL WS-ACT-EOF OR SA-ACCTNO >= AC-ACCTNO.               00052300
           MOVE 0 TO WS-DEBIT-COUNT.                                    00052400
           MOVE 'N' TO WS-DD-SW.                                        00052500
           PERFORM SEP-CHECK-PARA.                                      00052550
           EVALUATE TRUE                                                00052600
              WHEN AC-BALANCE NOT NUMERIC                               00052700
                 ADD 1 TO WS-SKIP-COUNT                                 00052800
                 DISPLAY "NON-NUMERIC BALANCE - ACCOUNT "               00052900
                    AC-ACCTNO " SKIPPED"                                00053000
                 PERFORM READ-ACT-PARA                                  00053100
                    UNTIL WS-ACT-EOF OR SA-ACCTNO > AC-ACCTNO           00053200
              WHEN WS-ACCT-SEPARATED                                    00053214
                 ADD 1 TO WS-SEP-COUNT                                  00053228
                 DISPLAY "ACCOUNT " AC-ACCTNO                           00053242
                    " IN SEPARATION - NOT CHARGED"                      00053256
                 PERFORM READ-ACT-PARA                                  00053270
                    UNTIL WS-ACT-EOF OR SA-ACCTNO > AC-ACCTNO           00053284
              WHEN OTHER                                                00053300
                 MOVE AC-BALANCE TO WS-RUN-BAL                          00053400
                 MOVE AC-BALANCE TO WS-MIN-BAL                          00053500
                 PERFORM ACT-WALK-PARA                                  00053600
                    UNTIL WS-ACT-EOF OR SA-ACCTNO > AC-ACCTNO           00053700
                 PERFORM PROD-LOOKUP-PARA                               00053800
                 IF WS-PROD-FOUND                                       00053900
                    PERFORM CALC-PARA                                   00054000
                    IF WS-TOTAL-CHG > 0                                 00054100
                       PERFORM POST-CHG-PARA                            00054200
                    END-IF                                              00054300
                    PERFORM REVENUE-PARA                                00054400
                 ELSE                                                   00054500
                    ADD 1 TO WS-NOPROD-COUNT                            00054600
                    DISPLAY "NO PRODUCT " AC-PRODUCT                    00054700
                       " OR DEFAULT - ACCOUNT " AC-ACCTNO " SKIPPED"    00054800
                 END-IF                                                 00054900
           END-EVALUATE.                                                00055000
           PERFORM READ-MASTER-PARA.                                    00055100
                                                                        00055200
       SEP-CHECK-PARA.                                                  00055208
           MOVE 'N' TO WS-SEP-SW.                                       00055216
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00055224
           READ SEP-FILE                                                00055232
              INVALID KEY                                               00055240
                 CONTINUE                                               00055248
              NOT INVALID KEY                                           00055256
                 IF SE-ACTIVE                                           00055264
                    SET WS-ACCT-SEPARATED TO TRUE                       00055272
                 END-IF                                                 00055280
           END-READ.                                                    00055288
                                                                        00055294
       ACT-WALK-PARA.                                                   00055300
           IF SA-PAYROLL                                                00055400
              SET WS-DD-SEEN TO TRUE                                    00055500
           ELSE                                                         00055600
              SUBTRACT SA-AMOUNT FROM WS-RUN-BAL                        00055700
              IF WS-RUN-BAL < WS-MIN-BAL                                00055800
                 MOVE WS-RUN-BAL TO WS-MIN-BAL                          00055900
              END-IF                                                    00056000
              IF SA-LEDGER AND SA-DEBIT-ITEM                            00056100
                 AND SA-JOBID NOT = 'ODSWEEP'                           00056200
                 ADD 1 TO WS-DEBIT-COUNT                                00056300
              END-IF                                                    00056400
           END-IF.                                                      00056500
           PERFORM READ-ACT-PARA.                                       00056600
                                                                        00056700
       PROD-LOOKUP-PARA.                                                00056800
           MOVE 'N' TO WS-PROD-FOUND-SW.                                00056900
           MOVE AC-PRODUCT TO WS-LOOKUP-PRODUCT.                        00057000
           IF WS-LOOKUP-PRODUCT NOT = SPACE                             00057100
              PERFORM PROD-SCAN-PARA                                    00057200
                 VARYING WS-SUB FROM 1 BY 1                             00057300
                 UNTIL WS-SUB > WS-PROD-CT OR WS-PROD-FOUND             00057400
           END-IF.                                                      00057500
           IF NOT WS-PROD-FOUND                                         00057600
              MOVE '****' TO WS-LOOKUP-PRODUCT                          00057700
              PERFORM PROD-SCAN-PARA                                    00057800
                 VARYING WS-SUB FROM 1 BY 1                             00057900
                 UNTIL WS-SUB > WS-PROD-CT OR WS-PROD-FOUND             00058000
           END-IF.                                                      00058100
                                                                        00058200
       PROD-SCAN-PARA.                                                  00058300
           IF WS-PD-PRODUCT(WS-SUB) = WS-LOOKUP-PRODUCT                 00058400
              SET WS-PROD-FOUND TO TRUE                                 00058500
              MOVE WS-SUB TO WS-PROD-IX                                 00058600
           END-IF.                                                      00058700
                                                                        00058800
       CALC-PARA.                                                       00058900
           MOVE SPACE TO WS-WAIVE-SW.                                   00059000
           MOVE 0 TO WS-WAIVED-FEE.                                     00059100
           MOVE 0 TO WS-ITEM-CHG.                                       00059200
           MOVE WS-PD-FEE(WS-PROD-IX) TO WS-MONTH-FEE.                  00059300
           IF AC-DATEOPEN(1:6) = WS-FEE-YYYYMM                          00059400
              MOVE 0 TO WS-MONTH-FEE                                    00059500
              ADD 1 TO WS-NEW-COUNT                                     00059600
           END-IF.                                                      00059700
           IF WS-MONTH-FEE > 0                                          00059800
              EVALUATE TRUE                                             00059900
                 WHEN WS-PD-MINBAL(WS-PROD-IX) > 0                      00060000
                    AND WS-MIN-BAL >= WS-PD-MINBAL(WS-PROD-IX)          00060100
                    SET WS-WAIVE-MINBAL TO TRUE                         00060200
                    ADD 1 TO WS-MINBAL-COUNT                            00060300
                 WHEN WS-PD-DDWAIVE(WS-PROD-IX) = 'Y'                   00060400
                    AND WS-DD-SEEN                                      00060500
                    SET WS-WAIVE-DD TO TRUE                             00060600
                    ADD 1 TO WS-DDWAIVE-COUNT                           00060700
                 WHEN OTHER                                             00060800
                    CONTINUE                                            00060900
              END-EVALUATE                                              00061000
           END-IF.                                                      00061100
           IF NOT WS-WAIVE-NONE                                         00061200
              MOVE WS-MONTH-FEE TO WS-WAIVED-FEE                        00061300
              ADD WS-WAIVED-FEE TO WS-WAIVED-TOTAL                      00061400
              MOVE 0 TO WS-MONTH-FEE                                    00061500
           END-IF.                                                      00061600
           IF WS-DEBIT-COUNT > WS-PD-FREE(WS-PROD-IX)                   00061700
              COMPUTE WS-ITEM-CHG =                                     00061800
                 (WS-DEBIT-COUNT - WS-PD-FREE(WS-PROD-IX))              00061900
                    * WS-PD-ITEMFEE(WS-PROD-IX)                         00062000
           END-IF.                                                      00062100
           COMPUTE WS-TOTAL-CHG = WS-MONTH-FEE + WS-ITEM-CHG.           00062200
                                                                        00062300
       POST-CHG-PARA.                                                   00062400
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00062500
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00062600
           SUBTRACT WS-TOTAL-CHG FROM AC-BALANCE.                       00062700
           REWRITE AC-ACCTREC.                                          00062800
           IF MS-STAT NOT = '00'                                        00062900
              DISPLAY "MASTER REWRITE ERROR, ACCOUNT " AC-ACCTNO        00063000
                 " STATUS " MS-STAT                                     00063100
              GO TO ERROR-EXIT                                          00063200
           END-IF.                                                      00063300
           ADD 1 TO WS-CHARGED-COUNT.                                   00063400
           ADD WS-MONTH-FEE TO WS-MONTHLY-TOTAL.                        00063500
           ADD WS-ITEM-CHG TO WS-ITEM-TOTAL.                            00063600
           PERFORM HIST-PARA.                                           00063700
           IF WS-MONTH-FEE > 0                                          00063800
              MOVE WS-MONTH-FEE TO WS-LG-AMOUNT                         00063900
              MOVE 'SVCMONTH' TO WS-LG-JOBID                            00064000
              PERFORM LEDG-WRITE-PARA                                   00064100
           END-IF.                                                      00064200
           IF WS-ITEM-CHG > 0                                           00064300
              MOVE WS-ITEM-CHG TO WS-LG-AMOUNT                          00064400
              MOVE 'SVCITEMS' TO WS-LG-JOBID                            00064500
              PERFORM LEDG-WRITE-PARA                                   00064600
           END-IF.                                                      00064700
                                                                        00064800
       LEDG-WRITE-PARA.                                                 00064900
           ACCEPT WS-HIS-TIME FROM TIME.                                00065000
           MOVE AC-ACCTNO TO LG-ACCTNO.                                 00065100
           MOVE AC-EMPID TO LG-EMPID.                                   00065200
           SET LG-SVCCHG TO TRUE.                                       00065300
           MOVE WS-LG-AMOUNT TO LG-AMOUNT.                              00065400
           MOVE WS-FEE-DATE TO LG-TRANDATE.                             00065500
           STRING WS-FEE-DATE DELIMITED BY SIZE                         00065600
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00065700
              INTO LG-TIMESTAMP.                                        00065800
           MOVE WS-LG-JOBID TO LG-JOBID.                                00065900
           WRITE LG-LEDGREC.                                            00066000
           IF LG-STAT NOT = '00'                                        00066100
              DISPLAY "LEDGER WRITE ERROR, ACCOUNT " AC-ACCTNO          00066200
                 " STATUS " LG-STAT                                     00066300
              GO TO ERROR-EXIT                                          00066400
           END-IF.                                                      00066500
                                                                        00066600
       HIST-PARA.                                                       00066700
           ACCEPT WS-HIS-TIME FROM TIME.                                00066800
           MOVE WS-FEE-DATE TO WS-HIS-DATE.                             00066900
           MOVE AC-EMPID TO HIS-EMPID.                                  00067000
           MOVE AC-ACCTNO TO HIS-ACCTNO.                                00067100
           MOVE 'SVCCHG' TO HIS-JOBID.                                  00067200
           STRING WS-HIS-DATE DELIMITED BY SIZE                         00067300
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00067400
              INTO HIS-TIMESTAMP.                                       00067500
           MOVE 'S' TO HIS-FUNC.                                        00067600
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00067700
           MOVE AC-ACCTREC TO HIS-AFTER.                                00067800
           WRITE HIS-REC.                                               00067900
                                                                        00068000
       REVENUE-PARA.                                                    00068100
           MOVE AC-BRANCH TO WS-RV-NEW-BRANCH.                          00068200
           MOVE WS-PD-PRODUCT(WS-PROD-IX) TO WS-RV-NEW-PRODUCT.         00068300
           MOVE 1 TO WS-RV-POS.                                         00068400
           PERFORM RV-SCAN-PARA                                         00068500
              VARYING WS-RV-SUB FROM 1 BY 1                             00068600
              UNTIL WS-RV-SUB > WS-RV-CT.                               00068700
           MOVE 'N' TO WS-RV-FOUND-SW.                                  00068800
           IF WS-RV-POS <= WS-RV-CT                                     00068900
              IF WS-RV-KEY(WS-RV-POS) = WS-RV-NEWKEY                    00069000
                 SET WS-RV-FOUND TO TRUE                                00069100
              END-IF                                                    00069200
           END-IF.                                                      00069300
           IF NOT WS-RV-FOUND                                           00069400
              IF WS-RV-CT < 1000                                        00069500
                 PERFORM RV-SHIFT-PARA                                  00069600
                    VARYING WS-RV-SUB FROM WS-RV-CT BY -1               00069700
                    UNTIL WS-RV-SUB < WS-RV-POS                         00069800
                 ADD 1 TO WS-RV-CT                                      00069900
                 MOVE WS-RV-NEWKEY TO WS-RV-KEY(WS-RV-POS)              00070000
                 MOVE 0 TO WS-RV-ACCTS(WS-RV-POS)                       00070100
                 MOVE 0 TO WS-RV-CHARGED(WS-RV-POS)                     00070200
                 MOVE 0 TO WS-RV-WAIVED(WS-RV-POS)                      00070300
                 MOVE 0 TO WS-RV-MONTHLY(WS-RV-POS)                     00070400
                 MOVE 0 TO WS-RV-ITEMS(WS-RV-POS)                       00070500
                 MOVE 0 TO WS-RV-WAIVED-AMT(WS-RV-POS)                  00070600
              ELSE                                                      00070700
                 DISPLAY "REVENUE TABLE FULL - BRANCH "                 00070800
                    WS-RV-NEW-BRANCH " PRODUCT " WS-RV-NEW-PRODUCT      00070900
                    " NOT REPORTED"                                     00071000
                 MOVE 0 TO WS-RV-POS                                    00071100
              END-IF                                                    00071200
           END-IF.                                                      00071300
           IF WS-RV-POS > 0                                             00071400
              ADD 1 TO WS-RV-ACCTS(WS-RV-POS)                           00071500
              IF WS-TOTAL-CHG > 0                                       00071600
                 ADD 1 TO WS-RV-CHARGED(WS-RV-POS)                      00071700
              END-IF                                                    00071800
              IF NOT WS-WAIVE-NONE                                      00071900
                 ADD 1 TO WS-RV-WAIVED(WS-RV-POS)                       00072000
              END-IF                                                    00072100
              ADD WS-MONTH-FEE TO WS-RV-MONTHLY(WS-RV-POS)              00072200
              ADD WS-ITEM-CHG TO WS-RV-ITEMS(WS-RV-POS)                 00072300
              ADD WS-WAIVED-FEE TO WS-RV-WAIVED-AMT(WS-RV-POS)          00072400
           END-IF.                                                      00072500
                                                                        00072600
       RV-SCAN-PARA.                                                    00072700
           IF WS-RV-KEY(WS-RV-SUB) < WS-RV-NEWKEY                       00072800
              ADD 1 TO WS-RV-POS                                        00072900
           END-IF.                                                      00073000
                                                                        00073100
       RV-SHIFT-PARA.                                                   00073200
           MOVE WS-RV-ENTRY(WS-RV-SUB) TO WS-RV-ENTRY(WS-RV-SUB + 1).   00073300
                                                                        00073400
       REPORT-PARA.                                                     00073500
           MOVE WS-FEE-DATE(1:4) TO RH-YYYY.                            00073600
           MOVE WS-FEE-DATE(5:2) TO RH-MM.                              00073700
           DISPLAY SPACE.                                               00073800
           DISPLAY WS-RPT-HDR-LINE.                                     00073900
           DISPLAY SPACE.                                               00074000
           DISPLAY "BRNCH  PROD   ACCOUNTS  CHARGED   WAIVED    "       00074100
              "MONTHLY FEES    ITEM CHARGES     TOTAL REVENUE    "      00074200
              "FEES WAIVED".                                            00074300
           MOVE SPACE TO WS-PREV-BRANCH.                                00074400
           PERFORM RV-LINE-PARA                                         00074500
              VARYING WS-RV-SUB FROM 1 BY 1                             00074600
              UNTIL WS-RV-SUB > WS-RV-CT.                               00074700
           IF WS-RV-CT > 0                                              00074800
              PERFORM BRANCH-TOTAL-PARA                                 00074900
           END-IF.                                                      00075000
           MOVE 'ALL ' TO RL-BRANCH.                                    00075100
           MOVE 'TOTAL' TO RL-PRODUCT.                                  00075200
           MOVE WS-GT-ACCTS TO RL-ACCTS.                                00075300
           MOVE WS-GT-CHARGED TO RL-CHARGED.                            00075400
           MOVE WS-GT-WAIVED TO RL-WAIVED.                              00075500
           MOVE WS-GT-MONTHLY TO RL-MONTHLY.                            00075600
           MOVE WS-GT-ITEMS TO RL-ITEMS.                                00075700
           COMPUTE RL-TOTAL = WS-GT-MONTHLY + WS-GT-ITEMS.              00075800
           MOVE WS-GT-WAIVED-AMT TO RL-WAIVED-AMT.                      00075900
           DISPLAY SPACE.                                               00076000
           DISPLAY WS-RPT-DETAIL-LINE.                                  00076100
                                                                        00076200
       RV-LINE-PARA.                                                    00076300
           IF WS-RV-BRANCH(WS-RV-SUB) NOT = WS-PREV-BRANCH              00076400
              AND WS-RV-SUB > 1                                         00076500
              PERFORM BRANCH-TOTAL-PARA                                 00076600
           END-IF.                                                      00076700
           MOVE WS-RV-BRANCH(WS-RV-SUB) TO WS-PREV-BRANCH.              00076800
           MOVE WS-RV-BRANCH(WS-RV-SUB) TO RL-BRANCH.                   00076900
           MOVE WS-RV-PRODUCT(WS-RV-SUB) TO RL-PRODUCT.                 00077000
           MOVE WS-RV-ACCTS(WS-RV-SUB) TO RL-ACCTS.                     00077100
           MOVE WS-RV-CHARGED(WS-RV-SUB) TO RL-CHARGED.                 00077200
           MOVE WS-RV-WAIVED(WS-RV-SUB) TO RL-WAIVED.                   00077300
           MOVE WS-RV-MONTHLY(WS-RV-SUB) TO RL-MONTHLY.                 00077400
           MOVE WS-RV-ITEMS(WS-RV-SUB) TO RL-ITEMS.                     00077500
           COMPUTE RL-TOTAL =                                           00077600
              WS-RV-MONTHLY(WS-RV-SUB) + WS-RV-ITEMS(WS-RV-SUB).        00077700
           MOVE WS-RV-WAIVED-AMT(WS-RV-SUB) TO RL-WAIVED-AMT.           00077800
           DISPLAY WS-RPT-DETAIL-LINE.                                  00077900
           ADD WS-RV-ACCTS(WS-RV-SUB) TO WS-BT-ACCTS.                   00078000
           ADD WS-RV-CHARGED(WS-RV-SUB) TO WS-BT-CHARGED.               00078100
           ADD WS-RV-WAIVED(WS-RV-SUB) TO WS-BT-WAIVED.                 00078200
           ADD WS-RV-MONTHLY(WS-RV-SUB) TO WS-BT-MONTHLY.               00078300
           ADD WS-RV-ITEMS(WS-RV-SUB) TO WS-BT-ITEMS.                   00078400
           ADD WS-RV-WAIVED-AMT(WS-RV-SUB) TO WS-BT-WAIVED-AMT.         00078500
                                                                        00078600
       BRANCH-TOTAL-PARA.                                               00078700
           MOVE WS-PREV-BRANCH TO RL-BRANCH.                            00078800
           MOVE 'TOTAL' TO RL-PRODUCT.                                  00078900
           MOVE WS-BT-ACCTS TO RL-ACCTS.                                00079000
           MOVE WS-BT-CHARGED TO RL-CHARGED.                            00079100
           MOVE WS-BT-WAIVED TO RL-WAIVED.                              00079200
           MOVE WS-BT-MONTHLY TO RL-MONTHLY.                            00079300
           MOVE WS-BT-ITEMS TO RL-ITEMS.                                00079400
           COMPUTE RL-TOTAL = WS-BT-MONTHLY + WS-BT-ITEMS.              00079500
           MOVE WS-BT-WAIVED-AMT TO RL-WAIVED-AMT.                      00079600
           DISPLAY WS-RPT-DETAIL-LINE.                                  00079700
           DISPLAY SPACE.                                               00079800
           ADD WS-BT-ACCTS TO WS-GT-ACCTS.                              00079900
           ADD WS-BT-CHARGED TO WS-GT-CHARGED.                          00080000
           ADD WS-BT-WAIVED TO WS-GT-WAIVED.                            00080100
           ADD WS-BT-MONTHLY TO WS-GT-MONTHLY.                          00080200
           ADD WS-BT-ITEMS TO WS-GT-ITEMS.                              00080300
           ADD WS-BT-WAIVED-AMT TO WS-GT-WAIVED-AMT.                    00080400
           MOVE 0 TO WS-BT-ACCTS.                                       00080500
           MOVE 0 TO WS-BT-CHARGED.                                     00080600
           MOVE 0 TO WS-BT-WAIVED.                                      00080700
           MOVE 0 TO WS-BT-MONTHLY.                                     00080800
           MOVE 0 TO WS-BT-ITEMS.                                       00080900
           MOVE 0 TO WS-BT-WAIVED-AMT.                                  00081000
                                                                        00081100
       SUMMARY-PARA.                                                    00081200
           DISPLAY SPACE.                                               00081300
           DISPLAY "SVCCHG RUN SUMMARY".                                00081400
           DISPLAY "LEDGER ITEMS THIS MONTH: " WS-LEDG-COUNT.           00081500
           DISPLAY "INTEREST IMAGES READ:    " WS-INT-COUNT.            00081600
           DISPLAY "PAYROLL DEPOSITS READ:   " WS-PAY-COUNT.            00081700
           DISPLAY "ACCOUNTS READ:           " WS-READ-COUNT.           00081800
           DISPLAY "ACCOUNTS CHARGED:        " WS-CHARGED-COUNT.        00081900
           DISPLAY "OPENED THIS MONTH:       " WS-NEW-COUNT.            00082000
           DISPLAY "WAIVED - MINIMUM BAL:    " WS-MINBAL-COUNT.         00082100
           DISPLAY "WAIVED - DIRECT DEPOSIT: " WS-DDWAIVE-COUNT.        00082200
           DISPLAY "NO PRODUCT - SKIPPED:    " WS-NOPROD-COUNT.         00082300
           DISPLAY "IN SEPARATION - SKIPPED: " WS-SEP-COUNT.            00082350
           DISPLAY "NON-NUMERIC - SKIPPED:   " WS-SKIP-COUNT.           00082400
           DISPLAY "MONTHLY FEES CHARGED:    " WS-MONTHLY-TOTAL.        00082500
           DISPLAY "ITEM CHARGES:            " WS-ITEM-TOTAL.           00082600
           DISPLAY "MONTHLY FEES WAIVED:     " WS-WAIVED-TOTAL.         00082700
                                                                        00082800
       CLOSE-PARA.                                                      00082900
           CLOSE MASTER-FILE.                                           00083000
           CLOSE SACT-FILE.                                             00083100
           CLOSE LEDGER-FILE.                                           00083200
           CLOSE HISTORY-FILE.                                          00083300
           CLOSE SEP-FILE.                                              00083400
