       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CHGOFF.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT APPR-FILE ASSIGN TO CHGOAPPR                          00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS CA-STAT.                                      00011000
                                                                        00011100
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS RANDOM                                        00011400
           RECORD KEY IS AC-ACCTNO                                      00011500
           FILE STATUS IS AC-STAT.                                      00011600
                                                                        00011700
           SELECT AGE-FILE ASSIGN TO ODAGE                              00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS RANDOM                                        00012000
           RECORD KEY IS OA-ACCTNO                                      00012100
           FILE STATUS IS OA-STAT.                                      00012200
                                                                        00012300
           SELECT HISTORY-FILE ASSIGN TO HISTFILE                       00012400
           ORGANIZATION IS SEQUENTIAL                                   00012500
           ACCESS MODE IS SEQUENTIAL                                    00012600
           FILE STATUS IS HS-STAT.                                      00012700
                                                                        00012800
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE                        00012900
           ORGANIZATION IS SEQUENTIAL                                   00013000
           ACCESS MODE IS SEQUENTIAL                                    00013100
           FILE STATUS IS LG-STAT.                                      00013200
                                                                        00013300
       DATA DIVISION.                                                   00013400
       FILE SECTION.                                                    00013500
       FD APPR-FILE.                                                    00013600
           COPY CHGOREC.                                                00013700
                                                                        00013800
       FD ACCT-FILE.                                                    00013900
           COPY ACCTREC.                                                00014000
                                                                        00014100
       FD AGE-FILE.                                                     00014200
           COPY ODAGEREC.                                               00014300
                                                                        00014400
       FD HISTORY-FILE.                                                 00014500
           COPY HISTREC.                                                00014600
                                                                        00014700
       FD LEDGER-FILE.                                                  00014800
           COPY LEDGREC.                                                00014900
                                                                        00015000
       WORKING-STORAGE SECTION.                                         00015100
       01 CA-STAT          PIC X(02) VALUE SPACE.                       00015200
       01 AC-STAT          PIC X(02) VALUE SPACE.                       00015300
       01 OA-STAT          PIC X(02) VALUE SPACE.                       00015400
       01 HS-STAT          PIC X(02) VALUE SPACE.                       00015500
       01 LG-STAT          PIC X(02) VALUE SPACE.                       00015600
       01 WS-APPR-EOF-SW   PIC X(01) VALUE 'N'.                         00015700
          88 WS-APPR-EOF   VALUE 'Y'.                                   00015800
       01 WS-ACCT-SW       PIC X(01) VALUE 'N'.                         00015900
          88 WS-ACCT-FOUND VALUE 'Y'.                                   00016000
       01 WS-AGE-SW        PIC X(01) VALUE 'N'.                         00016100
          88 WS-AGE-FOUND  VALUE 'Y'.                                   00016200
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00016300
       01 WS-HIS-DATE      PIC 9(08).                                   00016400
       01 WS-HIS-TIME      PIC 9(08).                                   00016500
       01 WS-BEFORE-IMAGE  PIC X(71) VALUE SPACE.                       00016600
       01 WS-CO-AMOUNT     PIC 9(09)V99 VALUE 0.                        00016700
       01 WS-READ-COUNT    PIC 9(08) VALUE 0.                           00016800
       01 WS-POST-COUNT    PIC 9(08) VALUE 0.                           00016900
       01 WS-DECL-COUNT    PIC 9(08) VALUE 0.                           00017000
       01 WS-REJ-COUNT     PIC 9(08) VALUE 0.                           00017100
       01 WS-SKIP-COUNT    PIC 9(08) VALUE 0.                           00017200
       01 WS-CO-TOTAL      PIC 9(13)V99 VALUE 0.                        00017300
       01 WS-ITEM-LINE.                                                 00017400
          05 FILLER        PIC X(02) VALUE SPACE.                       00017500
          05 IL-ACCTNO     PIC X(10).                                   00017600
          05 FILLER        PIC X(02) VALUE SPACE.                       00017700
          05 IL-EMPID      PIC X(06).                                   00017800
          05 FILLER        PIC X(02) VALUE SPACE.                       00017900
          05 IL-BRANCH     PIC X(04).                                   00018000
          05 FILLER        PIC X(02) VALUE SPACE.                       00018100
          05 IL-ACTION     PIC X(01).                                   00018200
          05 FILLER        PIC X(02) VALUE SPACE.                       00018300
          05 IL-APPROVER   PIC X(08).                                   00018400
          05 FILLER        PIC X(02) VALUE SPACE.                       00018500
          05 IL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.                          00018600
          05 FILLER        PIC X(02) VALUE SPACE.                       00018700
          05 IL-RESULT     PIC X(24).                                   00018800
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00018900
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00019000
           COPY BDPARM.                                                 00019100
       PROCEDURE DIVISION.                                              00019200
       MAIN-PARA.                                                       00019300
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00019400
           DISPLAY "APPROVED CHARGE-OFFS".                              00019500
           DISPLAY "  ACCOUNT     EMPID   BRCH  A  APPROVER  "          00019600
              "  WRITTEN OFF  RESULT".                                  00019700
           PERFORM READ-APPR-PARA THROUGH READ-APPR-EXIT.               00019800
           PERFORM ITEM-PARA THROUGH ITEM-EXIT                          00019900
              UNTIL WS-APPR-EOF.                                        00020000
           IF WS-READ-COUNT = 0                                         00020100
              DISPLAY "  NO CREDIT DECISIONS RECEIVED"                  00020200
           END-IF.                                                      00020300
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00020400
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00020500
           MOVE 'E' TO BD-FUNC.                                         00020600
           CALL 'BDCHECK' USING BD-PARM.                                00020700
           STOP RUN.                                                    00020800
       ERROR-EXIT.                                                      00020900
           MOVE 16 TO RETURN-CODE.                                      00021000
           STOP RUN.                                                    00021100
                                                                        00021200
       OPEN-PARA.                                                       00021300
           ACCEPT WS-BD-OVERRIDE.                                       00021400
           MOVE 'CHGOFF' TO BD-PGM.                                     00021500
           MOVE 'S' TO BD-FUNC.                                         00021600
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00021700
           CALL 'BDCHECK' USING BD-PARM.                                00021800
           IF BD-ALREADY-RUN                                            00021900
              DISPLAY "CHGOFF ALREADY COMPLETED FOR BUSINESS "          00022000
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00022100
              MOVE 8 TO RETURN-CODE                                     00022200
              STOP RUN                                                  00022300
           END-IF.                                                      00022400
           IF BD-CTL-ERROR                                              00022500
              GO TO ERROR-EXIT                                          00022600
           END-IF.                                                      00022700
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00022800
           OPEN INPUT APPR-FILE.                                        00022900
           IF CA-STAT NOT = '00'                                        00023000
              DISPLAY "NO CHARGE-OFF APPROVAL FILE, STATUS " CA-STAT    00023100
              SET WS-APPR-EOF TO TRUE                                   00023200
           END-IF.                                                      00023300
           OPEN I-O ACCT-FILE.                                          00023400
           IF AC-STAT NOT = '00'                                        00023500
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00023600
              GO TO ERROR-EXIT                                          00023700
           END-IF.                                                      00023800
           OPEN I-O AGE-FILE.                                           00023900
           IF OA-STAT NOT = '00'                                        00024000
              DISPLAY "OVERDRAWN AGING FILE OPEN ERROR, STATUS "        00024100
                 OA-STAT                                                00024200
              GO TO ERROR-EXIT                                          00024300
           END-IF.                                                      00024400
           OPEN EXTEND HISTORY-FILE.                                    00024500
           IF HS-STAT NOT = '00'                                        00024600
              DISPLAY "HISTORY FILE OPEN ERROR"                         00024700
              GO TO ERROR-EXIT                                          00024800
           END-IF.                                                      00024900
           OPEN EXTEND LEDGER-FILE.                                     00025000
           IF LG-STAT NOT = '00'                                        00025100
              DISPLAY "LEDGER FILE OPEN ERROR"                          00025200
              GO TO ERROR-EXIT                                          00025300
           END-IF.                                                      00025400
           DISPLAY "CHARGE-OFF POSTING - BUSINESS DATE " WS-BUS-DATE.   00025500
           DISPLAY SPACE.                                               00025600
       OPEN-EXIT.                                                       00025700
           EXIT.                                                        00025800
                                                                        00025900
       READ-APPR-PARA.                                                  00026000
           READ APPR-FILE                                               00026100
              AT END                                                    00026200
                 SET WS-APPR-EOF TO TRUE                                00026300
              NOT AT END                                                00026400
                 ADD 1 TO WS-READ-COUNT                                 00026500
           END-READ.                                                    00026600
       READ-APPR-EXIT.                                                  00026700
           EXIT.                                                        00026800
                                                                        00026900
       ITEM-PARA.                                                       00027000
           MOVE CO-ACCTNO TO IL-ACCTNO.                                 00027100
           MOVE CO-EMPID TO IL-EMPID.                                   00027200
           MOVE CO-BRANCH TO IL-BRANCH.                                 00027300
           MOVE CO-ACTION TO IL-ACTION.                                 00027400
           MOVE CO-APPROVER TO IL-APPROVER.                             00027500
           MOVE 0 TO IL-AMOUNT.                                         00027600
           EVALUATE TRUE                                                00027700
              WHEN CO-APPROVED                                          00027800
                 PERFORM APPROVE-PARA THROUGH APPROVE-EXIT              00027900
              WHEN CO-DECLINED                                          00028000
                 PERFORM DECLINE-PARA THROUGH DECLINE-EXIT              00028100
              WHEN OTHER                                                00028200
                 ADD 1 TO WS-SKIP-COUNT                                 00028300
                 MOVE 'NO CREDIT DECISION' TO IL-RESULT                 00028400
           END-EVALUATE.                                                00028500
           DISPLAY WS-ITEM-LINE.                                        00028600
           PERFORM READ-APPR-PARA THROUGH READ-APPR-EXIT.               00028700
       ITEM-EXIT.                                                       00028800
           EXIT.                                                        00028900
                                                                        00029000
       AGE-READ-PARA.                                                   00029100
           MOVE CO-ACCTNO TO OA-ACCTNO.                                 00029200
           READ AGE-FILE                                                00029300
              INVALID KEY                                               00029400
                 MOVE 'N' TO WS-AGE-SW                                  00029500
              NOT INVALID KEY                                           00029600
                 SET WS-AGE-FOUND TO TRUE                               00029700
           END-READ.                                                    00029800
       AGE-READ-EXIT.                                                   00029900
           EXIT.                                                        00030000
                                                                        00030100
       APPROVE-PARA.                                                    00030200
           PERFORM AGE-READ-PARA THROUGH AGE-READ-EXIT.                 00030300
           IF NOT WS-AGE-FOUND OR NOT OA-CO-RECOMMEND                   00030400
              ADD 1 TO WS-REJ-COUNT                                     00030500
              MOVE 'NOT PENDING - REJECTED' TO IL-RESULT                00030600
              GO TO APPROVE-EXIT                                        00030700
           END-IF.                                                      00030800
           MOVE CO-ACCTNO TO AC-ACCTNO.                                 00030900
           READ ACCT-FILE                                               00031000
              INVALID KEY                                               00031100
                 MOVE 'N' TO WS-ACCT-SW                                 00031200
              NOT INVALID KEY                                           00031300
                 SET WS-ACCT-FOUND TO TRUE                              00031400
           END-READ.                                                    00031500
           IF NOT WS-ACCT-FOUND                                         00031600
              ADD 1 TO WS-REJ-COUNT                                     00031700
              MOVE 'ACCOUNT NOT ON FILE' TO IL-RESULT                   00031800
              GO TO APPROVE-EXIT                                        00031900
           END-IF.                                                      00032000
           IF AC-BALANCE NOT NUMERIC OR AC-BALANCE NOT < 0              00032100
              ADD 1 TO WS-REJ-COUNT                                     00032200
              MOVE 'NO LONGER OVERDRAWN' TO IL-RESULT                   00032300
              GO TO APPROVE-EXIT                                        00032400
           END-IF.                                                      00032500
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00032600
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00032700
           COMPUTE WS-CO-AMOUNT = 0 - AC-BALANCE.                       00032800
           MOVE 0 TO AC-BALANCE.                                        00032900
           REWRITE AC-ACCTREC                                           00033000
              INVALID KEY                                               00033100
                 DISPLAY "ACCOUNT REWRITE ERROR, ACCOUNT " AC-ACCTNO    00033200
                    " STATUS " AC-STAT                                  00033300
                 GO TO ERROR-EXIT                                       00033400
           END-REWRITE.                                                 00033500
           PERFORM HIST-PARA THROUGH HIST-EXIT.                         00033600
           PERFORM LEDG-PARA THROUGH LEDG-EXIT.                         00033700
           SET OA-CO-WRITTEN TO TRUE.                                   00033800
           MOVE WS-BUS-DATE TO OA-CO-DATE.                              00033900
           MOVE WS-CO-AMOUNT TO OA-CO-AMOUNT.                           00034000
           MOVE 0 TO OA-BALANCE.                                        00034100
           REWRITE OA-AGEREC                                            00034200
              INVALID KEY                                               00034300
                 DISPLAY "AGING REWRITE ERROR, ACCOUNT " OA-ACCTNO      00034400
                    " STATUS " OA-STAT                                  00034500
                 GO TO ERROR-EXIT                                       00034600
           END-REWRITE.                                                 00034700
           ADD 1 TO WS-POST-COUNT.                                      00034800
           ADD WS-CO-AMOUNT TO WS-CO-TOTAL.                             00034900
           MOVE WS-CO-AMOUNT TO IL-AMOUNT.                              00035000
           MOVE 'WRITTEN OFF' TO IL-RESULT.                             00035100
       APPROVE-EXIT.                                                    00035200
           EXIT.                                                        00035300
                                                                        00035400
       DECLINE-PARA.                                                    00035500
           PERFORM AGE-READ-PARA THROUGH AGE-READ-EXIT.                 00035600
           IF NOT WS-AGE-FOUND OR NOT OA-CO-RECOMMEND                   00035700
              ADD 1 TO WS-REJ-COUNT                                     00035800
              MOVE 'NOT PENDING - REJECTED' TO IL-RESULT                00035900
              GO TO DECLINE-EXIT                                        00036000
           END-IF.                                                      00036100
           SET OA-CO-DECLINED TO TRUE.                                  00036200
           MOVE WS-BUS-DATE TO OA-CO-DATE.                              00036300
           REWRITE OA-AGEREC                                            00036400
              INVALID KEY                                               00036500
                 DISPLAY "AGING REWRITE ERROR, ACCOUNT " OA-ACCTNO      00036600
                    " STATUS " OA-STAT                                  00036700
                 GO TO ERROR-EXIT                                       00036800
           END-REWRITE.                                                 00036900
           ADD 1 TO WS-DECL-COUNT.                                      00037000
           MOVE 'DECLINED BY CREDIT' TO IL-RESULT.                      00037100
       DECLINE-EXIT.                                                    00037200
           EXIT.                                                        00037300
                                                                        00037400
       HIST-PARA.                                                       00037500
           ACCEPT WS-HIS-TIME FROM TIME.                                00037600
           MOVE WS-BUS-DATE TO WS-HIS-DATE.                             00037700
           MOVE AC-EMPID TO HIS-EMPID.                                  00037800
           MOVE AC-ACCTNO TO HIS-ACCTNO.                                00037900
           MOVE 'CHGOFF' TO HIS-JOBID.                                  00038000
           STRING WS-HIS-DATE DELIMITED BY SIZE                         00038100
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00038200
              INTO HIS-TIMESTAMP.                                       00038300
           SET HIS-CHGOFF TO TRUE.                                      00038400
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00038500
           MOVE AC-ACCTREC TO HIS-AFTER.                                00038600
           WRITE HIS-REC.                                               00038700
       HIST-EXIT.                                                       00038800
           EXIT.                                                        00038900
                                                                        00039000
       LEDG-PARA.                                                       00039100
           MOVE AC-ACCTNO TO LG-ACCTNO.                                 00039200
           MOVE AC-EMPID TO LG-EMPID.                                   00039300
           SET LG-CHGOFF TO TRUE.                                       00039400
           MOVE WS-CO-AMOUNT TO LG-AMOUNT.                              00039500
           MOVE WS-BUS-DATE TO LG-TRANDATE.                             00039600
           MOVE HIS-TIMESTAMP TO LG-TIMESTAMP.                          00039700
           MOVE 'CHGOFF' TO LG-JOBID.                                   00039800
           WRITE LG-LEDGREC.                                            00039900
       LEDG-EXIT.                                                       00040000
           EXIT.                                                        00040100
                                                                        00040200
       SUMMARY-PARA.                                                    00040300
           DISPLAY SPACE.                                               00040400
           DISPLAY "CREDIT DECISIONS READ:    " WS-READ-COUNT.          00040500
           DISPLAY "CHARGE-OFFS POSTED:       " WS-POST-COUNT.          00040600
           MOVE WS-CO-TOTAL TO WS-TOTAL-EDIT.                           00040700
           DISPLAY "AMOUNT WRITTEN OFF:       " WS-TOTAL-EDIT.          00040800
           DISPLAY "CHARGE-OFFS DECLINED:     " WS-DECL-COUNT.          00040900
           DISPLAY "DECISIONS REJECTED:       " WS-REJ-COUNT.           00041000
           DISPLAY "RECORDS WITHOUT DECISION: " WS-SKIP-COUNT.          00041100
       SUMMARY-EXIT.                                                    00041200
           EXIT.                                                        00041300
                                                                        00041400
       CLOSE-PARA.                                                      00041500
           IF CA-STAT = '00' OR CA-STAT = '10'                          00041600
              CLOSE APPR-FILE                                           00041700
           END-IF.                                                      00041800
           CLOSE ACCT-FILE.                                             00041900
           CLOSE AGE-FILE.                                              00042000
           CLOSE HISTORY-FILE.                                          00042100
           CLOSE LEDGER-FILE.                                           00042200
       CLOSE-EXIT.                                                      00042300
           EXIT.                                                        00042400
