       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. STORDRES.                                            00010100
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
           SELECT TRNREJ-FILE ASSIGN TO TRNREJ                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS TJ-STAT.                                      00011600
                                                                        00011700
           SELECT SOCAN-FILE ASSIGN TO SOCANCEL                         00011800
           ORGANIZATION IS SEQUENTIAL                                   00011900
           ACCESS MODE IS SEQUENTIAL                                    00012000
           FILE STATUS IS SC-STAT.                                      00012100
                                                                        00012200
       DATA DIVISION.                                                   00012300
       FILE SECTION.                                                    00012400
       FD STORD-FILE.                                                   00012500
           COPY STORDREC.                                               00012600
                                                                        00012700
       FD TRNREJ-FILE.                                                  00012800
       01 TRJ-REC.                                                      00012900
          05 TRJ-TRANREC   PIC X(36).                                   00013000
          05 TRJ-FIELDS REDEFINES TRJ-TRANREC.                          00013100
             10 TRJ-EMPID  PIC X(06).                                   00013200
             10 TRJ-ACCTNO PIC X(10).                                   00013300
             10 TRJ-CODE   PIC X(01).                                   00013400
             10 FILLER     PIC X(19).                                   00013500
          05 TRJ-REASON    PIC X(02).                                   00013600
                                                                        00013700
       FD SOCAN-FILE.                                                   00013800
       01 SOC-TRANREC      PIC X(36).                                   00013900
                                                                        00014000
       WORKING-STORAGE SECTION.                                         00014100
       01 SO-STAT          PIC X(02) VALUE SPACE.                       00014200
       01 TJ-STAT          PIC X(02) VALUE SPACE.                       00014300
       01 SC-STAT          PIC X(02) VALUE SPACE.                       00014400
       01 WS-EOF-SW        PIC X(01) VALUE 'N'.                         00014500
          88 WS-EOF        VALUE 'Y'.                                   00014600
       01 WS-REJ-EOF-SW    PIC X(01) VALUE 'N'.                         00014700
          88 WS-REJ-EOF    VALUE 'Y'.                                   00014800
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00014900
       01 WS-MAX-RETRY-IN  PIC X(03) VALUE SPACE.                       00015000
       01 WS-MAX-RETRY     PIC 9(02) VALUE 3.                           00015100
       01 WS-REJ-CT        PIC 9(04) VALUE 0.                           00015200
       01 WS-RJ-SUB        PIC 9(04) VALUE 0.                           00015300
       01 WS-REJ-TABLE.                                                 00015400
          05 WS-REJ-ENTRY OCCURS 2000 TIMES.                            00015500
             10 WS-RJ-TRANREC  PIC X(36).                               00015600
             10 WS-RJ-REASON   PIC X(02).                               00015700
             10 WS-RJ-USED     PIC X(01).                               00015800
       01 WS-LEG-IMAGE.                                                 00015900
          05 WS-LEG-EMPID  PIC X(06).                                   00016000
          05 WS-LEG-ACCTNO PIC X(10).                                   00016100
          05 WS-LEG-CODE   PIC X(01).                                   00016200
          05 WS-LEG-AMOUNT PIC 9(09)V99.                                00016300
          05 WS-LEG-DATE   PIC 9(08).                                   00016400
       01 WS-OUT-IMAGE     PIC X(36) VALUE SPACE.                       00016500
       01 WS-IN-IMAGE      PIC X(36) VALUE SPACE.                       00016600
       01 WS-FIND-SW       PIC X(01) VALUE 'N'.                         00016700
          88 WS-FOUND      VALUE 'Y'.                                   00016800
       01 WS-FIND-REASON   PIC X(02) VALUE SPACE.                       00016900
       01 WS-OUT-REASON    PIC X(02) VALUE SPACE.                       00017000
       01 WS-IN-REASON     PIC X(02) VALUE SPACE.                       00017100
       01 WS-DT            PIC 9(08) VALUE 0.                           00017200
       01 WS-DT-R REDEFINES WS-DT.                                      00017300
          05 WS-DT-YYYY    PIC 9(04).                                   00017400
          05 WS-DT-MM      PIC 9(02).                                   00017500
          05 WS-DT-DD      PIC 9(02).                                   00017600
       01 WS-DT-ADD        PIC 9(02) VALUE 0.                           00017700
       01 WS-MONTH-LEN     PIC 9(02) VALUE 0.                           00017800
       01 WS-LEAP-QUOT     PIC 9(04) VALUE 0.                           00017900
       01 WS-LEAP-REM      PIC 9(04) VALUE 0.                           00018000
       01 WS-MONTH-DAYS-X  PIC X(24)                                    00018100
                           VALUE '312831303130313130313031'.            00018200
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.                    00018300
          05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.                   00018400
       01 WS-READ-COUNT    PIC 9(08) VALUE 0.                           00018500
       01 WS-PAID-COUNT    PIC 9(08) VALUE 0.                           00018600
       01 WS-RETRY-COUNT   PIC 9(08) VALUE 0.                           00018700
       01 WS-FAIL-COUNT    PIC 9(08) VALUE 0.                           00018800
       01 WS-OLD-FAIL-COUNT PIC 9(08) VALUE 0.                          00018900
       01 WS-DONE-COUNT    PIC 9(08) VALUE 0.                           00019000
       01 WS-CANCEL-COUNT  PIC 9(08) VALUE 0.                           00019100
       01 WS-PAID-TOTAL    PIC 9(13)V99 VALUE 0.                        00019200
       01 WS-FAIL-LINE.                                                 00019300
          05 FILLER        PIC X(02) VALUE SPACE.                       00019400
          05 FL-ORDERNO    PIC X(08).                                   00019500
          05 FILLER        PIC X(02) VALUE SPACE.                       00019600
          05 FL-FROM-ACCT  PIC X(10).                                   00019700
          05 FILLER        PIC X(04) VALUE ' TO '.                      00019800
          05 FL-TO-ACCT    PIC X(10).                                   00019900
          05 FILLER        PIC X(02) VALUE SPACE.                       00020000
          05 FL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.                          00020100
          05 FILLER        PIC X(02) VALUE SPACE.                       00020200
          05 FL-DUE        PIC X(08).                                   00020300
          05 FILLER        PIC X(02) VALUE SPACE.                       00020400
          05 FL-REASON     PIC X(02).                                   00020500
          05 FILLER        PIC X(02) VALUE SPACE.                       00020600
          05 FL-NOTE       PIC X(24).                                   00020700
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00020800
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00020900
           COPY BDPARM.                                                 00021000
       PROCEDURE DIVISION.                                              00021100
       MAIN-PARA.                                                       00021200
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00021300
           PERFORM LOAD-REJ-PARA THROUGH LOAD-REJ-EXIT                  00021400
              UNTIL WS-REJ-EOF.                                         00021500
           DISPLAY "STANDING ORDER FAILURES AND RETRIES".               00021600
           DISPLAY "  ORDER     FROM          TO                  "     00021700
              "AMOUNT  DUE       RSN".                                  00021800
           PERFORM READ-PARA THROUGH READ-EXIT.                         00021900
           PERFORM ORDER-PARA THROUGH ORDER-EXIT                        00022000
              UNTIL WS-EOF.                                             00022100
           IF WS-RETRY-COUNT = 0 AND WS-FAIL-COUNT = 0                  00022200
              AND WS-OLD-FAIL-COUNT = 0                                 00022300
              DISPLAY "  NO FAILED STANDING ORDERS"                     00022400
           END-IF.                                                      00022500
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00022600
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00022700
           MOVE 'E' TO BD-FUNC.                                         00022800
           CALL 'BDCHECK' USING BD-PARM.                                00022900
           STOP RUN.                                                    00023000
       ERROR-EXIT.                                                      00023100
           MOVE 16 TO RETURN-CODE.                                      00023200
           STOP RUN.                                                    00023300
                                                                        00023400
       OPEN-PARA.                                                       00023500
           ACCEPT WS-BD-OVERRIDE.                                       00023600
           ACCEPT WS-MAX-RETRY-IN.                                      00023700
           IF WS-MAX-RETRY-IN NUMERIC                                   00023800
              MOVE WS-MAX-RETRY-IN TO WS-MAX-RETRY                      00023900
           END-IF.                                                      00024000
           MOVE 'STORDRES' TO BD-PGM.                                   00024100
           MOVE 'S' TO BD-FUNC.                                         00024200
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00024300
           CALL 'BDCHECK' USING BD-PARM.                                00024400
           IF BD-ALREADY-RUN                                            00024500
              DISPLAY "STORDRES ALREADY COMPLETED FOR BUSINESS "        00024600
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00024700
              MOVE 8 TO RETURN-CODE                                     00024800
              STOP RUN                                                  00024900
           END-IF.                                                      00025000
           IF BD-CTL-ERROR                                              00025100
              GO TO ERROR-EXIT                                          00025200
           END-IF.                                                      00025300
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00025400
           OPEN I-O STORD-FILE.                                         00025500
           IF SO-STAT NOT = '00'                                        00025600
              DISPLAY "STANDING ORDER FILE OPEN ERROR, STATUS " SO-STAT 00025700
              GO TO ERROR-EXIT                                          00025800
           END-IF.                                                      00025900
           OPEN INPUT TRNREJ-FILE.                                      00026000
           IF TJ-STAT NOT = '00'                                        00026100
              DISPLAY "TRANSACTION REJECT FILE OPEN ERROR, STATUS "     00026200
                 TJ-STAT                                                00026300
              GO TO ERROR-EXIT                                          00026400
           END-IF.                                                      00026500
           OPEN OUTPUT SOCAN-FILE.                                      00026600
           IF SC-STAT NOT = '00'                                        00026700
              DISPLAY "SUSPENSE CANCEL FILE OPEN ERROR"                 00026800
              GO TO ERROR-EXIT                                          00026900
           END-IF.                                                      00027000
           DISPLAY "STANDING ORDER RESOLUTION - BUSINESS DATE "         00027100
              WS-BUS-DATE "  MAXIMUM RETRIES " WS-MAX-RETRY.            00027200
           DISPLAY SPACE.                                               00027300
       OPEN-EXIT.                                                       00027400
           EXIT.                                                        00027500
                                                                        00027600
       LOAD-REJ-PARA.                                                   00027700
           READ TRNREJ-FILE                                             00027800
              AT END                                                    00027900
                 SET WS-REJ-EOF TO TRUE                                 00028000
              NOT AT END                                                00028100
                 IF TRJ-CODE = 'X' OR TRJ-CODE = 'C'                    00028200
                    PERFORM REJ-ADD-PARA THROUGH REJ-ADD-EXIT           00028300
                 END-IF                                                 00028400
           END-READ.                                                    00028500
       LOAD-REJ-EXIT.                                                   00028600
           EXIT.                                                        00028700
                                                                        00028800
       REJ-ADD-PARA.                                                    00028900
           IF WS-REJ-CT < 2000                                          00029000
              ADD 1 TO WS-REJ-CT                                        00029100
              MOVE TRJ-TRANREC TO WS-RJ-TRANREC(WS-REJ-CT)              00029200
              MOVE TRJ-REASON TO WS-RJ-REASON(WS-REJ-CT)                00029300
              MOVE 'N' TO WS-RJ-USED(WS-REJ-CT)                         00029400
           ELSE                                                         00029500
              DISPLAY "TRANSFER REJECT TABLE FULL - ACCOUNT "           00029600
                 TRJ-ACCTNO " IGNORED"                                  00029700
           END-IF.                                                      00029800
       REJ-ADD-EXIT.                                                    00029900
           EXIT.                                                        00030000
                                                                        00030100
       READ-PARA.                                                       00030200
           READ STORD-FILE NEXT RECORD                                  00030300
              AT END                                                    00030400
                 SET WS-EOF TO TRUE                                     00030500
              NOT AT END                                                00030600
                 ADD 1 TO WS-READ-COUNT                                 00030700
           END-READ.                                                    00030800
       READ-EXIT.                                                       00030900
           EXIT.                                                        00031000
                                                                        00031100
       ORDER-PARA.                                                      00031200
           IF STO-PENDING AND STO-LAST-ATTEMPT = WS-BUS-DATE            00031300
              PERFORM RESOLVE-PARA THROUGH RESOLVE-EXIT                 00031400
           ELSE                                                         00031500
              IF STO-FAILED                                             00031600
                 MOVE 'FAILED EARLIER' TO FL-NOTE                       00031700
                 PERFORM FAIL-LINE-PARA THROUGH FAIL-LINE-EXIT          00031800
                 ADD 1 TO WS-OLD-FAIL-COUNT                             00031900
              END-IF                                                    00032000
           END-IF.                                                      00032100
           PERFORM READ-PARA THROUGH READ-EXIT.                         00032200
       ORDER-EXIT.                                                      00032300
           EXIT.                                                        00032400
                                                                        00032500
       RESOLVE-PARA.                                                    00032600
           MOVE STO-FROM-EMPID TO WS-LEG-EMPID.                         00032700
           MOVE STO-FROM-ACCT TO WS-LEG-ACCTNO.                         00032800
           MOVE 'X' TO WS-LEG-CODE.                                     00032900
           MOVE STO-AMOUNT TO WS-LEG-AMOUNT.                            00033000
           MOVE WS-BUS-DATE TO WS-LEG-DATE.                             00033100
           MOVE WS-LEG-IMAGE TO WS-OUT-IMAGE.                           00033200
           PERFORM FIND-REJ-PARA THROUGH FIND-REJ-EXIT.                 00033300
           MOVE WS-FIND-REASON TO WS-OUT-REASON.                        00033400
           MOVE STO-TO-EMPID TO WS-LEG-EMPID.                           00033500
           MOVE STO-TO-ACCT TO WS-LEG-ACCTNO.                           00033600
           MOVE 'C' TO WS-LEG-CODE.                                     00033700
           MOVE WS-LEG-IMAGE TO WS-IN-IMAGE.                            00033800
           PERFORM FIND-REJ-PARA THROUGH FIND-REJ-EXIT.                 00033900
           MOVE WS-FIND-REASON TO WS-IN-REASON.                         00034000
           IF WS-OUT-REASON = SPACE AND WS-IN-REASON = SPACE            00034100
              PERFORM PAID-PARA THROUGH PAID-EXIT                       00034200
              GO TO RESOLVE-EXIT                                        00034300
           END-IF.                                                      00034400
           PERFORM CANCEL-LEGS-PARA THROUGH CANCEL-LEGS-EXIT.           00034500
           IF WS-IN-REASON = SPACE                                      00034600
              AND (WS-OUT-REASON = '05' OR WS-OUT-REASON = '07'         00034700
                   OR WS-OUT-REASON = '08')                             00034800
              AND STO-RETRY-COUNT < WS-MAX-RETRY                        00034900
              ADD 1 TO STO-RETRY-COUNT                                  00035000
              MOVE WS-OUT-REASON TO STO-LAST-REASON                     00035100
              SET STO-RETRYING TO TRUE                                  00035200
              REWRITE STO-ORDREC                                        00035300
              MOVE 'WILL RETRY - ATTEMPT ' TO FL-NOTE                   00035400
              MOVE STO-RETRY-COUNT TO FL-NOTE(22:2)                     00035500
              MOVE WS-OUT-REASON TO FL-REASON                           00035600
              PERFORM FAIL-LINE-PARA THROUGH FAIL-LINE-EXIT             00035700
              ADD 1 TO WS-RETRY-COUNT                                   00035800
              GO TO RESOLVE-EXIT                                        00035900
           END-IF.                                                      00036000
           IF WS-OUT-REASON NOT = SPACE                                 00036100
              MOVE WS-OUT-REASON TO STO-LAST-REASON                     00036200
              IF WS-IN-REASON = SPACE                                   00036300
                 AND (WS-OUT-REASON = '05' OR WS-OUT-REASON = '07'      00036400
                      OR WS-OUT-REASON = '08')                          00036500
                 MOVE '*FAILED - RETRIES USED' TO FL-NOTE               00036600
              ELSE                                                      00036700
                 MOVE '*FAILED - PAYER REJECT' TO FL-NOTE               00036800
              END-IF                                                    00036900
           ELSE                                                         00037000
              MOVE WS-IN-REASON TO STO-LAST-REASON                      00037100
              MOVE '*FAILED - PAYEE REJECT' TO FL-NOTE                  00037200
           END-IF.                                                      00037300
           SET STO-FAILED TO TRUE.                                      00037400
           REWRITE STO-ORDREC.                                          00037500
           PERFORM FAIL-LINE-PARA THROUGH FAIL-LINE-EXIT.               00037600
           ADD 1 TO WS-FAIL-COUNT.                                      00037700
       RESOLVE-EXIT.                                                    00037800
           EXIT.                                                        00037900
                                                                        00038000
       FIND-REJ-PARA.                                                   00038100
           MOVE 'N' TO WS-FIND-SW.                                      00038200
           MOVE SPACE TO WS-FIND-REASON.                                00038300
           PERFORM FIND-ONE-PARA THROUGH FIND-ONE-EXIT                  00038400
              VARYING WS-RJ-SUB FROM 1 BY 1                             00038500
              UNTIL WS-RJ-SUB > WS-REJ-CT OR WS-FOUND.                  00038600
       FIND-REJ-EXIT.                                                   00038700
           EXIT.                                                        00038800
                                                                        00038900
       FIND-ONE-PARA.                                                   00039000
           IF WS-RJ-USED(WS-RJ-SUB) = 'N'                               00039100
              AND WS-RJ-TRANREC(WS-RJ-SUB) = WS-LEG-IMAGE               00039200
              SET WS-FOUND TO TRUE                                      00039300
              MOVE 'Y' TO WS-RJ-USED(WS-RJ-SUB)                         00039400
              MOVE WS-RJ-REASON(WS-RJ-SUB) TO WS-FIND-REASON            00039500
           END-IF.                                                      00039600
       FIND-ONE-EXIT.                                                   00039700
           EXIT.                                                        00039800
                                                                        00039900
       CANCEL-LEGS-PARA.                                                00040000
           MOVE WS-OUT-IMAGE TO SOC-TRANREC.                            00040100
           WRITE SOC-TRANREC.                                           00040200
           MOVE WS-IN-IMAGE TO SOC-TRANREC.                             00040300
           WRITE SOC-TRANREC.                                           00040400
           ADD 2 TO WS-CANCEL-COUNT.                                    00040500
       CANCEL-LEGS-EXIT.                                                00040600
           EXIT.                                                        00040700
                                                                        00040800
       PAID-PARA.                                                       00040900
           ADD 1 TO STO-PAID-COUNT.                                     00041000
           ADD 1 TO WS-PAID-COUNT.                                      00041100
           ADD STO-AMOUNT TO WS-PAID-TOTAL.                             00041200
           MOVE 0 TO STO-RETRY-COUNT.                                   00041300
           MOVE SPACE TO STO-LAST-REASON.                               00041400
           MOVE STO-NEXTDUE TO WS-DT.                                   00041500
           EVALUATE TRUE                                                00041600
              WHEN STO-WEEKLY                                           00041700
                 MOVE 7 TO WS-DT-ADD                                    00041800
                 PERFORM ADD-DAYS-PARA THROUGH ADD-DAYS-EXIT            00041900
              WHEN STO-FORTNIGHTLY                                      00042000
                 MOVE 14 TO WS-DT-ADD                                   00042100
                 PERFORM ADD-DAYS-PARA THROUGH ADD-DAYS-EXIT            00042200
              WHEN STO-MONTHLY                                          00042300
                 MOVE 1 TO WS-DT-ADD                                    00042400
                 PERFORM ADD-MONTHS-PARA THROUGH ADD-MONTHS-EXIT        00042500
              WHEN STO-QUARTERLY                                        00042600
                 MOVE 3 TO WS-DT-ADD                                    00042700
                 PERFORM ADD-MONTHS-PARA THROUGH ADD-MONTHS-EXIT        00042800
              WHEN OTHER                                                00042900
                 MOVE 12 TO WS-DT-ADD                                   00043000
                 PERFORM ADD-MONTHS-PARA THROUGH ADD-MONTHS-EXIT        00043100
           END-EVALUATE.                                                00043200
           MOVE WS-DT TO STO-NEXTDUE.                                   00043300
           SET STO-ACTIVE TO TRUE.                                      00043400
           IF (STO-MAX-PAYMENTS > 0                                     00043500
               AND STO-PAID-COUNT NOT < STO-MAX-PAYMENTS)               00043600
              OR (STO-ENDDATE > 0 AND STO-NEXTDUE > STO-ENDDATE)        00043700
              SET STO-COMPLETE TO TRUE                                  00043800
              ADD 1 TO WS-DONE-COUNT                                    00043900
           END-IF.                                                      00044000
           REWRITE STO-ORDREC.                                          00044100
       PAID-EXIT.                                                       00044200
           EXIT.                                                        00044300
                                                                        00044400
       ADD-DAYS-PARA.                                                   00044500
           ADD WS-DT-ADD TO WS-DT-DD.                                   00044600
           PERFORM MONTH-LEN-PARA THROUGH MONTH-LEN-EXIT.               00044700
           PERFORM DAY-ROLL-PARA THROUGH DAY-ROLL-EXIT                  00044800
              UNTIL WS-DT-DD NOT > WS-MONTH-LEN.                        00044900
       ADD-DAYS-EXIT.                                                   00045000
           EXIT.                                                        00045100
                                                                        00045200
       DAY-ROLL-PARA.                                                   00045300
           SUBTRACT WS-MONTH-LEN FROM WS-DT-DD.                         00045400
           ADD 1 TO WS-DT-MM.                                           00045500
           IF WS-DT-MM > 12                                             00045600
              MOVE 1 TO WS-DT-MM                                        00045700
              ADD 1 TO WS-DT-YYYY                                       00045800
           END-IF.                                                      00045900
           PERFORM MONTH-LEN-PARA THROUGH MONTH-LEN-EXIT.               00046000
       DAY-ROLL-EXIT.                                                   00046100
           EXIT.                                                        00046200
                                                                        00046300
       ADD-MONTHS-PARA.                                                 00046400
           ADD WS-DT-ADD TO WS-DT-MM.                                   00046500
           IF WS-DT-MM > 12                                             00046600
              SUBTRACT 12 FROM WS-DT-MM                                 00046700
              ADD 1 TO WS-DT-YYYY                                       00046800
           END-IF.                                                      00046900
           MOVE STO-PAY-DAY TO WS-DT-DD.                                00047000
           PERFORM MONTH-LEN-PARA THROUGH MONTH-LEN-EXIT.               00047100
           IF WS-DT-DD > WS-MONTH-LEN                                   00047200
              MOVE WS-MONTH-LEN TO WS-DT-DD                             00047300
           END-IF.                                                      00047400
       ADD-MONTHS-EXIT.                                                 00047500
           EXIT.                                                        00047600
                                                                        00047700
       MONTH-LEN-PARA.                                                  00047800
           MOVE WS-MONTH-DAYS(WS-DT-MM) TO WS-MONTH-LEN.                00047900
           IF WS-DT-MM = 2                                              00048000
              DIVIDE WS-DT-YYYY BY 4 GIVING WS-LEAP-QUOT                00048100
                 REMAINDER WS-LEAP-REM                                  00048200
              IF WS-LEAP-REM = 0                                        00048300
                 MOVE 29 TO WS-MONTH-LEN                                00048400
                 DIVIDE WS-DT-YYYY BY 100 GIVING WS-LEAP-QUOT           00048500
                    REMAINDER WS-LEAP-REM                               00048600
                 IF WS-LEAP-REM = 0                                     00048700
                    DIVIDE WS-DT-YYYY BY 400 GIVING WS-LEAP-QUOT        00048800
                       REMAINDER WS-LEAP-REM                            00048900
                    IF WS-LEAP-REM NOT = 0                              00049000
                       MOVE 28 TO WS-MONTH-LEN                          00049100
                    END-IF                                              00049200
                 END-IF                                                 00049300
              END-IF                                                    00049400
           END-IF.                                                      00049500
       MONTH-LEN-EXIT.                                                  00049600
           EXIT.                                                        00049700
                                                                        00049800
       FAIL-LINE-PARA.                                                  00049900
           MOVE STO-ORDERNO TO FL-ORDERNO.                              00050000
           MOVE STO-FROM-ACCT TO FL-FROM-ACCT.                          00050100
           MOVE STO-TO-ACCT TO FL-TO-ACCT.                              00050200
           MOVE STO-AMOUNT TO FL-AMOUNT.                                00050300
           MOVE STO-NEXTDUE TO FL-DUE.                                  00050400
           MOVE STO-LAST-REASON TO FL-REASON.                           00050500
           DISPLAY WS-FAIL-LINE.                                        00050600
       FAIL-LINE-EXIT.                                                  00050700
           EXIT.                                                        00050800
                                                                        00050900
       SUMMARY-PARA.                                                    00051000
           DISPLAY SPACE.                                               00051100
           DISPLAY "STANDING ORDERS READ:     " WS-READ-COUNT.          00051200
           DISPLAY "ORDERS PAID:              " WS-PAID-COUNT.          00051300
           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT.                         00051400
           DISPLAY "AMOUNT PAID:              " WS-TOTAL-EDIT.          00051500
           DISPLAY "ORDERS NOW COMPLETE:      " WS-DONE-COUNT.          00051600
           DISPLAY "ORDERS TO RETRY:          " WS-RETRY-COUNT.         00051700
           DISPLAY "ORDERS FAILED TONIGHT:    " WS-FAIL-COUNT.          00051800
           DISPLAY "ORDERS FAILED EARLIER:    " WS-OLD-FAIL-COUNT.      00051900
           DISPLAY "SUSPENSE LEGS CANCELLED:  " WS-CANCEL-COUNT.        00052000
       SUMMARY-EXIT.                                                    00052100
           EXIT.                                                        00052200
                                                                        00052300
       CLOSE-PARA.                                                      00052400
           CLOSE STORD-FILE.                                            00052500
           CLOSE TRNREJ-FILE.                                           00052600
           CLOSE SOCAN-FILE.                                            00052700
       CLOSE-EXIT.                                                      00052800
           EXIT.                                                        00052900
