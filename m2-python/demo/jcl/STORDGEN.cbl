       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. STORDGEN.                                            00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT STORD-FILE ASSIGN TO STORDFL                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           RECORD KEY IS STO-ORDERNO                                    00011000
           FILE STATUS IS SO-STAT.                                      00011100
                                                                        00011200
           SELECT SOTRAN-FILE ASSIGN TO SOTRAN                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS ST-STAT.                                      00011600
                                                                        00011700
       DATA DIVISION.                                                   00011800
       FILE SECTION.                                                    00011900
       FD STORD-FILE.                                                   00012000
           COPY STORDREC.                                               00012100
                                                                        00012200
       FD SOTRAN-FILE.                                                  00012300
           COPY TRANREC.                                                00012400
                                                                        00012500
       WORKING-STORAGE SECTION.                                         00012600
       01 SO-STAT          PIC X(02) VALUE SPACE.                       00012700
       01 ST-STAT          PIC X(02) VALUE SPACE.                       00012800
       01 WS-EOF-SW        PIC X(01) VALUE 'N'.                         00012900
          88 WS-EOF        VALUE 'Y'.                                   00013000
       01 WS-DUE-SW        PIC X(01) VALUE 'N'.                         00013100
          88 WS-DUE        VALUE 'Y'.                                   00013200
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00013300
       01 WS-READ-COUNT    PIC 9(08) VALUE 0.                           00013400
       01 WS-DUE-COUNT     PIC 9(08) VALUE 0.                           00013500
       01 WS-RETRY-COUNT   PIC 9(08) VALUE 0.                           00013600
       01 WS-LEG-COUNT     PIC 9(08) VALUE 0.                           00013700
       01 WS-ENDED-COUNT   PIC 9(08) VALUE 0.                           00013800
       01 WS-HELD-COUNT    PIC 9(08) VALUE 0.                           00013900
       01 WS-DUE-TOTAL     PIC 9(13)V99 VALUE 0.                        00014000
       01 WS-DUE-LINE.                                                  00014100
          05 FILLER        PIC X(02) VALUE SPACE.                       00014200
          05 DL-ORDERNO    PIC X(08).                                   00014300
          05 FILLER        PIC X(02) VALUE SPACE.                       00014400
          05 DL-FROM-ACCT  PIC X(10).                                   00014500
          05 FILLER        PIC X(04) VALUE ' TO '.                      00014600
          05 DL-TO-ACCT    PIC X(10).                                   00014700
          05 FILLER        PIC X(02) VALUE SPACE.                       00014800
          05 DL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.                          00014900
          05 FILLER        PIC X(02) VALUE SPACE.                       00015000
          05 DL-NEXTDUE    PIC X(08).                                   00015100
          05 FILLER        PIC X(02) VALUE SPACE.                       00015200
          05 DL-NOTE       PIC X(20).                                   00015300
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00015400
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00015500
           COPY BDPARM.                                                 00015600
       PROCEDURE DIVISION.                                              00015700
       MAIN-PARA.                                                       00015800
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00015900
           DISPLAY "STANDING ORDERS DUE TONIGHT".                       00016000
           PERFORM READ-PARA THROUGH READ-EXIT.                         00016100
           PERFORM ORDER-PARA THROUGH ORDER-EXIT                        00016200
              UNTIL WS-EOF.                                             00016300
           IF WS-DUE-COUNT = 0 AND WS-RETRY-COUNT = 0                   00016400
              DISPLAY "  NO STANDING ORDERS DUE"                        00016500
           END-IF.                                                      00016600
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00016700
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00016800
           MOVE 'E' TO BD-FUNC.                                         00016900
           CALL 'BDCHECK' USING BD-PARM.                                00017000
           STOP RUN.                                                    00017100
       ERROR-EXIT.                                                      00017200
           MOVE 16 TO RETURN-CODE.                                      00017300
           STOP RUN.                                                    00017400
                                                                        00017500
       OPEN-PARA.                                                       00017600
           ACCEPT WS-BD-OVERRIDE.                                       00017700
           MOVE 'STORDGEN' TO BD-PGM.                                   00017800
           MOVE 'S' TO BD-FUNC.                                         00017900
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00018000
           CALL 'BDCHECK' USING BD-PARM.                                00018100
           IF BD-ALREADY-RUN                                            00018200
              DISPLAY "STORDGEN ALREADY COMPLETED FOR BUSINESS "        00018300
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00018400
              MOVE 8 TO RETURN-CODE                                     00018500
              STOP RUN                                                  00018600
           END-IF.                                                      00018700
           IF BD-CTL-ERROR                                              00018800
              GO TO ERROR-EXIT                                          00018900
           END-IF.                                                      00019000
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00019100
           OPEN I-O STORD-FILE.                                         00019200
           IF SO-STAT NOT = '00'                                        00019300
              DISPLAY "STANDING ORDER FILE OPEN ERROR, STATUS " SO-STAT 00019400
              GO TO ERROR-EXIT                                          00019500
           END-IF.                                                      00019600
           OPEN OUTPUT SOTRAN-FILE.                                     00019700
           IF ST-STAT NOT = '00'                                        00019800
              DISPLAY "STANDING ORDER TRANSACTION FILE OPEN ERROR"      00019900
              GO TO ERROR-EXIT                                          00020000
           END-IF.                                                      00020100
           DISPLAY "STANDING ORDER GENERATION - BUSINESS DATE "         00020200
              WS-BUS-DATE.                                              00020300
           DISPLAY SPACE.                                               00020400
       OPEN-EXIT.                                                       00020500
           EXIT.                                                        00020600
                                                                        00020700
       READ-PARA.                                                       00020800
           READ STORD-FILE NEXT RECORD                                  00020900
              AT END                                                    00021000
                 SET WS-EOF TO TRUE                                     00021100
              NOT AT END                                                00021200
                 ADD 1 TO WS-READ-COUNT                                 00021300
           END-READ.                                                    00021400
       READ-EXIT.                                                       00021500
           EXIT.                                                        00021600
                                                                        00021700
       ORDER-PARA.                                                      00021800
           PERFORM SELECT-PARA THROUGH SELECT-EXIT.                     00021900
           PERFORM READ-PARA THROUGH READ-EXIT.                         00022000
       ORDER-EXIT.                                                      00022100
           EXIT.                                                        00022200
                                                                        00022300
       SELECT-PARA.                                                     00022400
           IF STO-PENDING AND STO-LAST-ATTEMPT < WS-BUS-DATE            00022500
              SET STO-HELD TO TRUE                                      00022600
              REWRITE STO-ORDREC                                        00022700
              MOVE 'HELD - NOT RESOLVED' TO DL-NOTE                     00022800
              PERFORM DUE-LINE-PARA THROUGH DUE-LINE-EXIT               00022900
              ADD 1 TO WS-HELD-COUNT                                    00023000
              GO TO SELECT-EXIT                                         00023100
           END-IF.                                                      00023200
           MOVE 'N' TO WS-DUE-SW.                                       00023300
           IF (STO-ACTIVE AND STO-NEXTDUE NOT > WS-BUS-DATE)            00023400
              OR (STO-RETRYING AND STO-LAST-ATTEMPT < WS-BUS-DATE)      00023500
              OR (STO-PENDING AND STO-LAST-ATTEMPT = WS-BUS-DATE)       00023600
              SET WS-DUE TO TRUE                                        00023700
           END-IF.                                                      00023800
           IF NOT WS-DUE                                                00023900
              GO TO SELECT-EXIT                                         00024000
           END-IF.                                                      00024100
           IF (STO-ENDDATE > 0 AND STO-NEXTDUE > STO-ENDDATE)           00024200
              OR (STO-MAX-PAYMENTS > 0                                  00024300
                  AND STO-PAID-COUNT NOT < STO-MAX-PAYMENTS)            00024400
              SET STO-COMPLETE TO TRUE                                  00024500
              REWRITE STO-ORDREC                                        00024600
              MOVE 'ENDED - COMPLETE' TO DL-NOTE                        00024700
              PERFORM DUE-LINE-PARA THROUGH DUE-LINE-EXIT               00024800
              ADD 1 TO WS-ENDED-COUNT                                   00024900
              GO TO SELECT-EXIT                                         00025000
           END-IF.                                                      00025100
           IF STO-RETRYING                                              00025200
              MOVE 'RETRY ' TO DL-NOTE                                  00025300
              MOVE STO-RETRY-COUNT TO DL-NOTE(7:2)                      00025400
              ADD 1 TO WS-RETRY-COUNT                                   00025500
           ELSE                                                         00025600
              MOVE 'DUE' TO DL-NOTE                                     00025700
              ADD 1 TO WS-DUE-COUNT                                     00025800
           END-IF.                                                      00025900
           PERFORM LEGS-PARA THROUGH LEGS-EXIT.                         00026000
           SET STO-PENDING TO TRUE.                                     00026100
           MOVE WS-BUS-DATE TO STO-LAST-ATTEMPT.                        00026200
           REWRITE STO-ORDREC.                                          00026300
           PERFORM DUE-LINE-PARA THROUGH DUE-LINE-EXIT.                 00026400
       SELECT-EXIT.                                                     00026500
           EXIT.                                                        00026600
                                                                        00026700
       LEGS-PARA.                                                       00026800
           MOVE STO-FROM-EMPID TO TR-EMPID.                             00026900
           MOVE STO-FROM-ACCT TO TR-ACCTNO.                             00027000
           MOVE 'X' TO TR-TRANCODE.                                     00027100
           MOVE STO-AMOUNT TO TR-AMOUNT.                                00027200
           MOVE WS-BUS-DATE TO TR-TRANDATE.                             00027300
           WRITE TR-TRANREC.                                            00027400
           MOVE STO-TO-EMPID TO TR-EMPID.                               00027500
           MOVE STO-TO-ACCT TO TR-ACCTNO.                               00027600
           MOVE 'C' TO TR-TRANCODE.                                     00027700
           WRITE TR-TRANREC.                                            00027800
           ADD 2 TO WS-LEG-COUNT.                                       00027900
           ADD STO-AMOUNT TO WS-DUE-TOTAL.                              00028000
       LEGS-EXIT.                                                       00028100
           EXIT.                                                        00028200
                                                                        00028300
       DUE-LINE-PARA.                                                   00028400
           MOVE STO-ORDERNO TO DL-ORDERNO.                              00028500
           MOVE STO-FROM-ACCT TO DL-FROM-ACCT.                          00028600
           MOVE STO-TO-ACCT TO DL-TO-ACCT.                              00028700
           MOVE STO-AMOUNT TO DL-AMOUNT.                                00028800
           MOVE STO-NEXTDUE TO DL-NEXTDUE.                              00028900
           DISPLAY WS-DUE-LINE.                                         00029000
       DUE-LINE-EXIT.                                                   00029100
           EXIT.                                                        00029200
                                                                        00029300
       SUMMARY-PARA.                                                    00029400
           DISPLAY SPACE.                                               00029500
           DISPLAY "STANDING ORDERS READ:     " WS-READ-COUNT.          00029600
           DISPLAY "ORDERS DUE:               " WS-DUE-COUNT.           00029700
           DISPLAY "ORDERS RETRIED:           " WS-RETRY-COUNT.         00029800
           DISPLAY "TRANSFER LEGS WRITTEN:    " WS-LEG-COUNT.           00029900
           MOVE WS-DUE-TOTAL TO WS-TOTAL-EDIT.                          00030000
           DISPLAY "AMOUNT GENERATED:         " WS-TOTAL-EDIT.          00030100
           DISPLAY "ORDERS ENDED:             " WS-ENDED-COUNT.         00030200
           DISPLAY "ORDERS HELD UNRESOLVED:   " WS-HELD-COUNT.          00030300
       SUMMARY-EXIT.                                                    00030400
           EXIT.                                                        00030500
                                                                        00030600
       CLOSE-PARA.                                                      00030700
           CLOSE STORD-FILE.                                            00030800
           CLOSE SOTRAN-FILE.                                           00030900
       CLOSE-EXIT.                                                      00031000
           EXIT.                                                        00031100
