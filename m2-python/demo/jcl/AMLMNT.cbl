       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. AMLMNT.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT CASE-FILE ASSIGN TO AMLCASE                           00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS CS-KEY                                         00011000
           FILE STATUS IS CS-STAT.                                      00011100
                                                                        00011200
           SELECT CASE-FEED ASSIGN TO AMLFEED                           00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS AF-STAT.                                      00011600
                                                                        00011700
       DATA DIVISION.                                                   00011800
       FILE SECTION.                                                    00011900
       FD CASE-FILE.                                                    00012000
           COPY AMLCSREC.                                               00012100
                                                                        00012200
       FD CASE-FEED.                                                    00012300
       01 AF-FEEDREC.                                                   00012400
          05 AF-ACTION        PIC X(01).                                00012500
             88 AF-REVIEW     VALUE 'R'.                                00012600
             88 AF-CLEAR      VALUE 'C'.                                00012700
             88 AF-FILED      VALUE 'F'.                                00012800
             88 AF-REOPEN     VALUE 'O'.                                00012900
          05 AF-EMPID         PIC X(06).                                00013000
          05 AF-TYPE          PIC X(01).                                00013100
          05 AF-USER          PIC X(08).                                00013200
          05 AF-CLEAR-UNTIL   PIC X(08).                                00013300
          05 AF-NOTE          PIC X(30).                                00013400
                                                                        00013500
       WORKING-STORAGE SECTION.                                         00013600
       01 CS-STAT             PIC X(02) VALUE SPACE.                    00013700
       01 AF-STAT             PIC X(02) VALUE SPACE.                    00013800
       01 WS-FEED-EOF-SW      PIC X(01) VALUE 'N'.                      00013900
          88 WS-FEED-EOF      VALUE 'Y'.                                00014000
       01 WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.                      00014100
          88 WS-LIST-EOF      VALUE 'Y'.                                00014200
       01 WS-CASE-SW          PIC X(01) VALUE 'N'.                      00014300
          88 WS-CASE-FOUND    VALUE 'Y'.                                00014400
       01 WS-RUN-DATE         PIC 9(08).                                00014500
       01 WS-FEED-COUNT       PIC 9(06) VALUE 0.                        00014600
       01 WS-APPLY-COUNT      PIC 9(06) VALUE 0.                        00014700
       01 WS-REJECT-COUNT     PIC 9(06) VALUE 0.                        00014800
       01 WS-OPEN-COUNT       PIC 9(06) VALUE 0.                        00014900
       01 WS-REVIEW-COUNT     PIC 9(06) VALUE 0.                        00015000
       01 WS-FILED-COUNT      PIC 9(06) VALUE 0.                        00015100
       01 WS-CLEARED-COUNT    PIC 9(06) VALUE 0.                        00015200
       01 WS-DETAIL-LINE.                                               00015300
          05 FILLER           PIC X(02) VALUE SPACE.                    00015400
          05 DL-EMPID         PIC X(06).                                00015500
          05 FILLER           PIC X(02) VALUE SPACE.                    00015600
          05 DL-TYPE          PIC X(01).                                00015700
          05 FILLER           PIC X(02) VALUE SPACE.                    00015800
          05 DL-STATUS        PIC X(01).                                00015900
          05 FILLER           PIC X(02) VALUE SPACE.                    00016000
          05 DL-OPEN-DATE     PIC 9(08).                                00016100
          05 FILLER           PIC X(02) VALUE SPACE.                    00016200
          05 DL-LAST-HIT      PIC 9(08).                                00016300
          05 FILLER           PIC X(02) VALUE SPACE.                    00016400
          05 DL-HITS          PIC ZZ,ZZ9.                               00016500
          05 FILLER           PIC X(02) VALUE SPACE.                    00016600
          05 DL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.                        00016700
          05 FILLER           PIC X(02) VALUE SPACE.                    00016800
          05 DL-USER          PIC X(08).                                00016900
          05 FILLER           PIC X(02) VALUE SPACE.                    00017000
          05 DL-NOTE          PIC X(30).                                00017100
       PROCEDURE DIVISION.                                              00017200
       MAIN-PARA.                                                       00017300
           PERFORM OPEN-PARA.                                           00017400
           PERFORM READ-FEED-PARA.                                      00017500
           PERFORM APPLY-PARA UNTIL WS-FEED-EOF.                        00017600
           PERFORM REPORT-PARA.                                         00017700
           PERFORM SUMMARY-PARA.                                        00017800
           PERFORM CLOSE-PARA.                                          00017900
           STOP RUN.                                                    00018000
       ERROR-EXIT.                                                      00018100
           MOVE 16 TO RETURN-CODE.                                      00018200
           STOP RUN.                                                    00018300
                                                                        00018400
       OPEN-PARA.                                                       00018500
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00018600
           OPEN I-O CASE-FILE.                                          00018700
           IF CS-STAT NOT = '00'                                        00018800
              DISPLAY "COMPLIANCE CASE FILE OPEN ERROR, STATUS "        00018900
                 CS-STAT                                                00019000
              GO TO ERROR-EXIT                                          00019100
           END-IF.                                                      00019200
           OPEN INPUT CASE-FEED.                                        00019300
           IF AF-STAT NOT = '00'                                        00019400
              DISPLAY "NO CASE FEED THIS RUN, STATUS " AF-STAT          00019500
              SET WS-FEED-EOF TO TRUE                                   00019600
           END-IF.                                                      00019700
           DISPLAY "COMPLIANCE CASE MAINTENANCE - RUN DATE "            00019800
              WS-RUN-DATE.                                              00019900
           DISPLAY SPACE.                                               00020000
                                                                        00020100
       READ-FEED-PARA.                                                  00020200
           READ CASE-FEED                                               00020300
              AT END                                                    00020400
                 SET WS-FEED-EOF TO TRUE                                00020500
              NOT AT END                                                00020600
                 ADD 1 TO WS-FEED-COUNT                                 00020700
           END-READ.                                                    00020800
                                                                        00020900
       APPLY-PARA.                                                      00021000
           MOVE AF-EMPID TO CS-EMPID.                                   00021100
           MOVE AF-TYPE TO CS-TYPE.                                     00021200
           MOVE 'N' TO WS-CASE-SW.                                      00021300
           READ CASE-FILE                                               00021400
              INVALID KEY                                               00021500
                 CONTINUE                                               00021600
              NOT INVALID KEY                                           00021700
                 SET WS-CASE-FOUND TO TRUE                              00021800
           END-READ.                                                    00021900
           EVALUATE TRUE                                                00022000
              WHEN NOT WS-CASE-FOUND                                    00022100
                 DISPLAY "  NO CASE " AF-TYPE " FOR EMPLOYEE "          00022200
                    AF-EMPID " - ACTION IGNORED"                        00022300
                 ADD 1 TO WS-REJECT-COUNT                               00022400
              WHEN AF-USER = SPACE                                      00022500
                 DISPLAY "  CASE " AF-TYPE " EMPLOYEE " AF-EMPID        00022600
                    " - NO USER ON ACTION, IGNORED"                     00022700
                 ADD 1 TO WS-REJECT-COUNT                               00022800
              WHEN AF-CLEAR AND AF-CLEAR-UNTIL NOT = SPACE              00022900
                 AND AF-CLEAR-UNTIL NOT NUMERIC                         00023000
                 DISPLAY "  CASE " AF-TYPE " EMPLOYEE " AF-EMPID        00023100
                    " - INVALID CLEAR-UNTIL DATE " AF-CLEAR-UNTIL       00023200
                 ADD 1 TO WS-REJECT-COUNT                               00023300
              WHEN AF-REVIEW OR AF-CLEAR OR AF-FILED OR AF-REOPEN       00023400
                 PERFORM UPDATE-PARA                                    00023500
              WHEN OTHER                                                00023600
                 DISPLAY "  INVALID CASE ACTION " AF-ACTION             00023700
                    " EMPLOYEE " AF-EMPID                               00023800
                 ADD 1 TO WS-REJECT-COUNT                               00023900
           END-EVALUATE.                                                00024000
           PERFORM READ-FEED-PARA.                                      00024100
                                                                        00024200
       UPDATE-PARA.                                                     00024300
           MOVE AF-ACTION TO CS-STATUS.                                 00024400
           MOVE WS-RUN-DATE TO CS-STATUS-DATE.                          00024500
           MOVE AF-USER TO CS-STATUS-USER.                              00024600
           IF AF-NOTE NOT = SPACE                                       00024700
              MOVE AF-NOTE TO CS-NOTE                                   00024800
           END-IF.                                                      00024900
           IF AF-CLEAR AND AF-CLEAR-UNTIL NUMERIC                       00025000
              MOVE AF-CLEAR-UNTIL TO CS-CLEAR-UNTIL                     00025100
           ELSE                                                         00025200
              MOVE 0 TO CS-CLEAR-UNTIL                                  00025300
           END-IF.                                                      00025400
           IF AF-REOPEN                                                 00025500
              MOVE WS-RUN-DATE TO CS-OPEN-DATE                          00025600
           END-IF.                                                      00025700
           REWRITE CS-CASEREC                                           00025800
              INVALID KEY                                               00025900
                 DISPLAY "  CASE REWRITE ERROR, EMPLOYEE " AF-EMPID     00026000
                    " STATUS " CS-STAT                                  00026100
                 ADD 1 TO WS-REJECT-COUNT                               00026200
              NOT INVALID KEY                                           00026300
                 DISPLAY "  CASE " AF-TYPE " EMPLOYEE " AF-EMPID        00026400
                    " SET TO " AF-ACTION " BY " AF-USER                 00026500
                 ADD 1 TO WS-APPLY-COUNT                                00026600
           END-REWRITE.                                                 00026700
                                                                        00026800
       REPORT-PARA.                                                     00026900
           DISPLAY SPACE.                                               00027000
           DISPLAY "OUTSTANDING COMPLIANCE CASES "                      00027100
              "(O=OPEN R=UNDER REVIEW F=FILED)".                        00027200
           DISPLAY "  EMPID   T  S  OPENED    LAST HIT    HITS  "       00027300
              "  LAST AMOUNT  USER      NOTE".                          00027400
           MOVE LOW-VALUE TO CS-KEY.                                    00027500
           START CASE-FILE KEY IS NOT LESS THAN CS-KEY                  00027600
              INVALID KEY                                               00027700
                 SET WS-LIST-EOF TO TRUE                                00027800
           END-START.                                                   00027900
           PERFORM LIST-PARA UNTIL WS-LIST-EOF.                         00028000
           IF WS-OPEN-COUNT + WS-REVIEW-COUNT + WS-FILED-COUNT = 0      00028100
              DISPLAY "  NO OUTSTANDING CASES"                          00028200
           END-IF.                                                      00028300
                                                                        00028400
       LIST-PARA.                                                       00028500
           READ CASE-FILE NEXT RECORD                                   00028600
              AT END                                                    00028700
                 SET WS-LIST-EOF TO TRUE                                00028800
              NOT AT END                                                00028900
                 EVALUATE TRUE                                          00029000
                    WHEN CS-OPEN                                        00029100
                       ADD 1 TO WS-OPEN-COUNT                           00029200
                       PERFORM LIST-LINE-PARA                           00029300
                    WHEN CS-REVIEW                                      00029400
                       ADD 1 TO WS-REVIEW-COUNT                         00029500
                       PERFORM LIST-LINE-PARA                           00029600
                    WHEN CS-FILED                                       00029700
                       ADD 1 TO WS-FILED-COUNT                          00029800
                       PERFORM LIST-LINE-PARA                           00029900
                    WHEN OTHER                                          00030000
                       ADD 1 TO WS-CLEARED-COUNT                        00030100
                 END-EVALUATE                                           00030200
           END-READ.                                                    00030300
                                                                        00030400
       LIST-LINE-PARA.                                                  00030500
           MOVE CS-EMPID TO DL-EMPID.                                   00030600
           MOVE CS-TYPE TO DL-TYPE.                                     00030700
           MOVE CS-STATUS TO DL-STATUS.                                 00030800
           MOVE CS-OPEN-DATE TO DL-OPEN-DATE.                           00030900
           MOVE CS-LAST-HIT TO DL-LAST-HIT.                             00031000
           MOVE CS-HIT-COUNT TO DL-HITS.                                00031100
           MOVE CS-LAST-AMOUNT TO DL-AMOUNT.                            00031200
           MOVE CS-STATUS-USER TO DL-USER.                              00031300
           MOVE CS-NOTE TO DL-NOTE.                                     00031400
           DISPLAY WS-DETAIL-LINE.                                      00031500
                                                                        00031600
       SUMMARY-PARA.                                                    00031700
           DISPLAY SPACE.                                               00031800
           DISPLAY "CASE ACTIONS READ:     " WS-FEED-COUNT.             00031900
           DISPLAY "CASE ACTIONS APPLIED:  " WS-APPLY-COUNT.            00032000
           DISPLAY "ACTIONS REJECTED:      " WS-REJECT-COUNT.           00032100
           DISPLAY "CASES OPEN:            " WS-OPEN-COUNT.             00032200
           DISPLAY "CASES UNDER REVIEW:    " WS-REVIEW-COUNT.           00032300
           DISPLAY "CASES FILED:           " WS-FILED-COUNT.            00032400
           DISPLAY "CASES CLEARED:         " WS-CLEARED-COUNT.          00032500
                                                                        00032600
       CLOSE-PARA.                                                      00032700
           CLOSE CASE-FILE.                                             00032800
           IF AF-STAT = '00' OR AF-STAT = '10'                          00032900
              CLOSE CASE-FEED                                           00033000
           END-IF.                                                      00033100
