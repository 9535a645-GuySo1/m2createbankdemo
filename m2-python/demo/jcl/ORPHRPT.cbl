       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. ORPHRPT.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           RECORD KEY IS AC-ACCTNO                                      00011000
           FILE STATUS IS AC-STAT.                                      00011100
                                                                        00011200
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011300
           ORGANIZATION IS INDEXED                                      00011400
           ACCESS MODE IS RANDOM                                        00011500
           RECORD KEY IS IN-EMPID                                       00011600
           FILE STATUS IS EM-STAT.                                      00011700
                                                                        00011800
           SELECT SEP-FILE ASSIGN TO SEPFILE                            00011900
           ORGANIZATION IS INDEXED                                      00012000
           ACCESS MODE IS RANDOM                                        00012100
           RECORD KEY IS SE-ACCTNO                                      00012200
           FILE STATUS IS SE-STAT.                                      00012300
                                                                        00012400
       DATA DIVISION.                                                   00012500
       FILE SECTION.                                                    00012600
       FD ACCT-FILE.                                                    00012700
           COPY ACCTREC.                                                00012800
                                                                        00012900
       FD EMP-FILE.                                                     00013000
           COPY EMPREC.                                                 00013100
                                                                        00013200
       FD SEP-FILE.                                                     00013300
           COPY SEPREC.                                                 00013400
                                                                        00013500
       WORKING-STORAGE SECTION.                                         00013600
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00013700
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00013800
       01 SE-STAT             PIC X(02) VALUE SPACE.                    00013900
       01 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.                      00014000
          88 WS-ACCT-EOF      VALUE 'Y'.                                00014100
       01 WS-RUN-DATE         PIC 9(08).                                00014200
       01 WS-ACCT-COUNT       PIC 9(08) VALUE 0.                        00014300
       01 WS-ORPHAN-COUNT     PIC 9(08) VALUE 0.                        00014400
       01 WS-SEPARATING-COUNT PIC 9(08) VALUE 0.                        00014500
       01 WS-UNTRACKED-COUNT  PIC 9(08) VALUE 0.                        00014600
       01 WS-ORPHAN-BAL       PIC S9(13)V99 VALUE 0.                    00014700
       01 WS-TOTAL-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00014800
       01 WS-ORPHAN-LINE.                                               00014900
          05 FILLER           PIC X(02) VALUE SPACE.                    00015000
          05 OL-ACCTNO        PIC X(10).                                00015100
          05 FILLER           PIC X(02) VALUE SPACE.                    00015200
          05 OL-EMPID         PIC X(06).                                00015300
          05 FILLER           PIC X(02) VALUE SPACE.                    00015400
          05 OL-BRANCH        PIC X(04).                                00015500
          05 FILLER           PIC X(02) VALUE SPACE.                    00015600
          05 OL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.                      00015700
          05 FILLER           PIC X(02) VALUE SPACE.                    00015800
          05 OL-LASTACT       PIC X(08).                                00015900
          05 FILLER           PIC X(02) VALUE SPACE.                    00016000
          05 OL-STATUS        PIC X(30).                                00016100
       PROCEDURE DIVISION.                                              00016200
       MAIN-PARA.                                                       00016300
           PERFORM OPEN-PARA.                                           00016400
           DISPLAY "  ACCOUNT     EMPID   BRCH         BALANCE  "       00016500
              "LAST ACT  SEPARATION STATUS".                            00016600
           PERFORM READ-ACCT-PARA.                                      00016700
           PERFORM ORPHAN-CHECK-PARA UNTIL WS-ACCT-EOF.                 00016800
           PERFORM SUMMARY-PARA.                                        00016900
           PERFORM CLOSE-PARA.                                          00017000
           STOP RUN.                                                    00017100
       ERROR-EXIT.                                                      00017200
           MOVE 16 TO RETURN-CODE.                                      00017300
           STOP RUN.                                                    00017400
                                                                        00017500
       OPEN-PARA.                                                       00017600
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00017700
           OPEN INPUT ACCT-FILE.                                        00017800
           IF AC-STAT NOT = '00'                                        00017900
              DISPLAY "ACCOUNT MASTER OPEN ERROR"                       00018000
              GO TO ERROR-EXIT                                          00018100
           END-IF.                                                      00018200
           OPEN INPUT EMP-FILE.                                         00018300
           IF EM-STAT NOT = '00'                                        00018400
              DISPLAY "EMPLOYEE MASTER OPEN ERROR"                      00018500
              GO TO ERROR-EXIT                                          00018600
           END-IF.                                                      00018700
           OPEN INPUT SEP-FILE.                                         00018800
           IF SE-STAT NOT = '00'                                        00018900
              DISPLAY "SEPARATION FILE OPEN ERROR"                      00019000
              GO TO ERROR-EXIT                                          00019100
           END-IF.                                                      00019200
           DISPLAY "ORPHANED ACCOUNTS - OWNER NOT ON EMPLOYEE MASTER - "00019300
              "RUN DATE " WS-RUN-DATE.                                  00019400
           DISPLAY SPACE.                                               00019500
                                                                        00019600
       READ-ACCT-PARA.                                                  00019700
           READ ACCT-FILE NEXT RECORD                                   00019800
              AT END                                                    00019900
                 SET WS-ACCT-EOF TO TRUE                                00020000
              NOT AT END                                                00020100
                 ADD 1 TO WS-ACCT-COUNT                                 00020200
           END-READ.                                                    00020300
                                                                        00020400
       ORPHAN-CHECK-PARA.                                               00020500
           MOVE AC-EMPID TO IN-EMPID.                                   00020600
           READ EMP-FILE                                                00020700
              INVALID KEY                                               00020800
                 PERFORM ORPHAN-LINE-PARA                               00020900
           END-READ.                                                    00021000
           PERFORM READ-ACCT-PARA.                                      00021100
                                                                        00021200
       ORPHAN-LINE-PARA.                                                00021300
           ADD 1 TO WS-ORPHAN-COUNT.                                    00021400
           MOVE AC-ACCTNO TO OL-ACCTNO.                                 00021500
           MOVE AC-EMPID TO OL-EMPID.                                   00021600
           MOVE AC-BRANCH TO OL-BRANCH.                                 00021700
           MOVE AC-LASTACT TO OL-LASTACT.                               00021800
           IF AC-BALANCE NUMERIC                                        00021900
              MOVE AC-BALANCE TO OL-BALANCE                             00022000
              ADD AC-BALANCE TO WS-ORPHAN-BAL                           00022100
           ELSE                                                         00022200
              MOVE 0 TO OL-BALANCE                                      00022300
           END-IF.                                                      00022400
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00022500
           READ SEP-FILE                                                00022600
              INVALID KEY                                               00022700
                 MOVE '*** NOT UNDER SEPARATION ***' TO OL-STATUS       00022800
                 ADD 1 TO WS-UNTRACKED-COUNT                            00022900
              NOT INVALID KEY                                           00023000
                 EVALUATE TRUE                                          00023100
                    WHEN SE-SEPARATING                                  00023200
                       MOVE 'SEPARATING SINCE' TO OL-STATUS             00023300
                    WHEN SE-FINAL-DONE                                  00023400
                       MOVE 'FINAL DONE, SEP' TO OL-STATUS              00023500
                    WHEN SE-CLOSE-SENT                                  00023600
                       MOVE 'CLOSE SENT, SEP' TO OL-STATUS              00023700
                    WHEN OTHER                                          00023800
                       MOVE 'CLOSED, REOPENED SEP' TO OL-STATUS         00023900
                 END-EVALUATE                                           00024000
                 MOVE SE-SEP-DATE TO OL-STATUS(23:8)                    00024100
                 IF SE-ACTIVE                                           00024200
                    ADD 1 TO WS-SEPARATING-COUNT                        00024300
                 ELSE                                                   00024400
                    ADD 1 TO WS-UNTRACKED-COUNT                         00024500
                 END-IF                                                 00024600
           END-READ.                                                    00024700
           DISPLAY WS-ORPHAN-LINE.                                      00024800
                                                                        00024900
       SUMMARY-PARA.                                                    00025000
           DISPLAY SPACE.                                               00025100
           DISPLAY "ACCOUNTS CHECKED:         " WS-ACCT-COUNT.          00025200
           DISPLAY "ORPHANED ACCOUNTS:        " WS-ORPHAN-COUNT.        00025300
           DISPLAY "  IN SEPARATION:          " WS-SEPARATING-COUNT.    00025400
           DISPLAY "  NOT UNDER SEPARATION:   " WS-UNTRACKED-COUNT.     00025500
           MOVE WS-ORPHAN-BAL TO WS-TOTAL-EDIT.                         00025600
           DISPLAY "ORPHANED BALANCES:        " WS-TOTAL-EDIT.          00025700
           IF WS-UNTRACKED-COUNT = 0                                    00025800
              DISPLAY "EVERY ORPHANED ACCOUNT IS UNDER SEPARATION"      00025900
           ELSE                                                         00026000
              DISPLAY "ORPHANED ACCOUNTS NEED A SEPARATION REQUEST"     00026100
              MOVE 4 TO RETURN-CODE                                     00026200
           END-IF.                                                      00026300
                                                                        00026400
       CLOSE-PARA.                                                      00026500
           CLOSE ACCT-FILE.                                             00026600
           CLOSE EMP-FILE.                                              00026700
           CLOSE SEP-FILE.                                              00026800
