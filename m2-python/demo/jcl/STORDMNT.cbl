       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. STORDMNT.                                            00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT STORD-FILE ASSIGN TO STORDFL                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS STO-ORDERNO                                    00011000
           FILE STATUS IS SO-STAT.                                      00011100
                                                                        00011200
           SELECT STORD-FEED ASSIGN TO STORDFD                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS SF-STAT.                                      00011600
                                                                        00011700
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS RANDOM                                        00012000
           RECORD KEY IS AC-ACCTNO                                      00012100
           FILE STATUS IS AC-STAT.                                      00012200
                                                                        00012300
       DATA DIVISION.                                                   00012400
       FILE SECTION.                                                    00012500
       FD STORD-FILE.                                                   00012600
           COPY STORDREC.                                               00012700
                                                                        00012800
       FD STORD-FEED.                                                   00012900
       01 SOF-FEEDREC.                                                  00013000
          05 SOF-ACTION       PIC X(01).                                00013100
             88 SOF-ADD       VALUE 'A'.                                00013200
             88 SOF-CHANGE    VALUE 'C'.                                00013300
             88 SOF-CANCEL    VALUE 'X'.                                00013400
             88 SOF-REINSTATE VALUE 'R'.                                00013500
          05 SOF-ORDERNO      PIC X(08).                                00013600
          05 SOF-FROM-ACCT    PIC X(10).                                00013700
          05 SOF-TO-ACCT      PIC X(10).                                00013800
          05 SOF-AMOUNT       PIC 9(09)V99.                             00013900
          05 SOF-FREQ         PIC X(01).                                00014000
          05 SOF-NEXTDUE      PIC 9(08).                                00014100
          05 SOF-NEXTDUE-R REDEFINES SOF-NEXTDUE.                       00014200
             10 SOF-DUE-YYYY  PIC 9(04).                                00014300
             10 SOF-DUE-MM    PIC 9(02).                                00014400
             10 SOF-DUE-DD    PIC 9(02).                                00014500
          05 SOF-ENDDATE      PIC 9(08).                                00014600
          05 SOF-MAX-PAYMENTS PIC 9(04).                                00014700
                                                                        00014800
       FD ACCT-FILE.                                                    00014900
           COPY ACCTREC.                                                00015000
                                                                        00015100
       WORKING-STORAGE SECTION.                                         00015200
       01 SO-STAT             PIC X(02) VALUE SPACE.                    00015300
       01 SF-STAT             PIC X(02) VALUE SPACE.                    00015400
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00015500
       01 WS-FEED-EOF-SW      PIC X(01) VALUE 'N'.                      00015600
          88 WS-FEED-EOF      VALUE 'Y'.                                00015700
       01 WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.                      00015800
          88 WS-LIST-EOF      VALUE 'Y'.                                00015900
       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.                      00016000
          88 WS-EDIT-OK       VALUE 'Y'.                                00016100
          88 WS-EDIT-BAD      VALUE 'N'.                                00016200
       01 WS-EDIT-MSG         PIC X(30) VALUE SPACE.                    00016300
       01 WS-RUN-DATE         PIC 9(08).                                00016400
       01 WS-FROM-EMPID       PIC X(06) VALUE SPACE.                    00016500
       01 WS-TO-EMPID         PIC X(06) VALUE SPACE.                    00016600
       01 WS-FEED-COUNT       PIC 9(06) VALUE 0.                        00016700
       01 WS-ADD-COUNT        PIC 9(06) VALUE 0.                        00016800
       01 WS-CHANGE-COUNT     PIC 9(06) VALUE 0.                        00016900
       01 WS-CANCEL-COUNT     PIC 9(06) VALUE 0.                        00017000
       01 WS-REINST-COUNT     PIC 9(06) VALUE 0.                        00017100
       01 WS-REJECT-COUNT     PIC 9(06) VALUE 0.                        00017200
       01 WS-LIVE-COUNT       PIC 9(06) VALUE 0.                        00017300
       01 WS-FAILED-COUNT     PIC 9(06) VALUE 0.                        00017400
       01 WS-LIVE-TOTAL       PIC 9(11)V99 VALUE 0.                     00017500
       01 WS-DETAIL-LINE.                                               00017600
          05 FILLER           PIC X(02) VALUE SPACE.                    00017700
          05 DL-ORDERNO       PIC X(08).                                00017800
          05 FILLER           PIC X(01) VALUE SPACE.                    00017900
          05 DL-FROM-ACCT     PIC X(10).                                00018000
          05 FILLER           PIC X(04) VALUE ' TO '.                   00018100
          05 DL-TO-ACCT       PIC X(10).                                00018200
          05 FILLER           PIC X(01) VALUE SPACE.                    00018300
          05 DL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.                       00018400
          05 FILLER           PIC X(01) VALUE SPACE.                    00018500
          05 DL-FREQ          PIC X(01).                                00018600
          05 FILLER           PIC X(06) VALUE '  DUE '.                 00018700
          05 DL-NEXTDUE       PIC X(08).                                00018800
          05 FILLER           PIC X(01) VALUE SPACE.                    00018900
          05 DL-PAID          PIC ZZZ9.                                 00019000
          05 FILLER           PIC X(01) VALUE '/'.                      00019100
          05 DL-MAX           PIC X(04).                                00019200
          05 FILLER           PIC X(05) VALUE ' END '.                  00019300
          05 DL-ENDDATE       PIC X(08).                                00019400
          05 FILLER           PIC X(01) VALUE SPACE.                    00019500
          05 DL-STATUS        PIC X(12).                                00019600
       01 WS-TOTAL-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.                    00019700
       PROCEDURE DIVISION.                                              00019800
       MAIN-PARA.                                                       00019900
           PERFORM OPEN-PARA.                                           00020000
           PERFORM READ-FEED-PARA.                                      00020100
           PERFORM APPLY-PARA UNTIL WS-FEED-EOF.                        00020200
           PERFORM REPORT-PARA.                                         00020300
           PERFORM SUMMARY-PARA.                                        00020400
           PERFORM CLOSE-PARA.                                          00020500
           STOP RUN.                                                    00020600
       ERROR-EXIT.                                                      00020700
           MOVE 16 TO RETURN-CODE.                                      00020800
           STOP RUN.                                                    00020900
                                                                        00021000
       OPEN-PARA.                                                       00021100
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00021200
           OPEN I-O STORD-FILE.                                         00021300
           IF SO-STAT NOT = '00'                                        00021400
              DISPLAY "STANDING ORDER FILE OPEN ERROR, STATUS " SO-STAT 00021500
              GO TO ERROR-EXIT                                          00021600
           END-IF.                                                      00021700
           OPEN INPUT ACCT-FILE.                                        00021800
           IF AC-STAT NOT = '00'                                        00021900
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00022000
              GO TO ERROR-EXIT                                          00022100
           END-IF.                                                      00022200
           OPEN INPUT STORD-FEED.                                       00022300
           IF SF-STAT NOT = '00'                                        00022400
              DISPLAY "NO STANDING ORDER FEED THIS RUN, STATUS "        00022500
                 SF-STAT                                                00022600
              SET WS-FEED-EOF TO TRUE                                   00022700
           END-IF.                                                      00022800
           DISPLAY "STANDING ORDER MAINTENANCE - RUN DATE "             00022900
              WS-RUN-DATE.                                              00023000
           DISPLAY SPACE.                                               00023100
                                                                        00023200
       READ-FEED-PARA.                                                  00023300
           READ STORD-FEED                                              00023400
              AT END                                                    00023500
                 SET WS-FEED-EOF TO TRUE                                00023600
              NOT AT END                                                00023700
                 ADD 1 TO WS-FEED-COUNT                                 00023800
           END-READ.                                                    00023900
                                                                        00024000
       APPLY-PARA.                                                      00024100
           EVALUATE TRUE                                                00024200
              WHEN SOF-ADD                                              00024300
                 PERFORM ADD-PARA                                       00024400
              WHEN SOF-CHANGE                                           00024500
                 PERFORM CHANGE-PARA                                    00024600
              WHEN SOF-CANCEL                                           00024700
                 PERFORM CANCEL-PARA                                    00024800
              WHEN SOF-REINSTATE                                        00024900
                 PERFORM REINSTATE-PARA                                 00025000
              WHEN OTHER                                                00025100
                 DISPLAY "  INVALID STANDING ORDER ACTION " SOF-ACTION  00025200
                    " ORDER " SOF-ORDERNO                               00025300
                 ADD 1 TO WS-REJECT-COUNT                               00025400
           END-EVALUATE.                                                00025500
           PERFORM READ-FEED-PARA.                                      00025600
                                                                        00025700
       EDIT-TERMS-PARA.                                                 00025800
           SET WS-EDIT-OK TO TRUE.                                      00025900
           MOVE SPACE TO WS-EDIT-MSG.                                   00026000
           IF SOF-AMOUNT NOT NUMERIC OR SOF-AMOUNT = 0                  00026100
              SET WS-EDIT-BAD TO TRUE                                   00026200
              MOVE 'AMOUNT MISSING OR INVALID' TO WS-EDIT-MSG           00026300
           END-IF.                                                      00026400
           IF WS-EDIT-OK                                                00026500
              AND SOF-FREQ NOT = 'W' AND SOF-FREQ NOT = 'F'             00026600
              AND SOF-FREQ NOT = 'M' AND SOF-FREQ NOT = 'Q'             00026700
              AND SOF-FREQ NOT = 'A'                                    00026800
              SET WS-EDIT-BAD TO TRUE                                   00026900
              MOVE 'FREQUENCY NOT W/F/M/Q/A' TO WS-EDIT-MSG             00027000
           END-IF.                                                      00027100
           IF WS-EDIT-OK AND SOF-NEXTDUE NOT NUMERIC                    00027200
              SET WS-EDIT-BAD TO TRUE                                   00027300
              MOVE 'NEXT DUE DATE NOT NUMERIC' TO WS-EDIT-MSG           00027400
           END-IF.                                                      00027500
           IF WS-EDIT-OK                                                00027600
              AND (SOF-DUE-MM < 1 OR SOF-DUE-MM > 12                    00027700
                   OR SOF-DUE-DD < 1 OR SOF-DUE-DD > 31)                00027800
              SET WS-EDIT-BAD TO TRUE                                   00027900
              MOVE 'NEXT DUE DATE INVALID' TO WS-EDIT-MSG               00028000
           END-IF.                                                      00028100
           IF WS-EDIT-OK AND SOF-ENDDATE NOT NUMERIC                    00028200
              SET WS-EDIT-BAD TO TRUE                                   00028300
              MOVE 'END DATE NOT NUMERIC' TO WS-EDIT-MSG                00028400
           END-IF.                                                      00028500
           IF WS-EDIT-OK AND SOF-ENDDATE > 0                            00028600
              AND SOF-ENDDATE < SOF-NEXTDUE                             00028700
              SET WS-EDIT-BAD TO TRUE                                   00028800
              MOVE 'END DATE BEFORE NEXT DUE DATE' TO WS-EDIT-MSG       00028900
           END-IF.                                                      00029000
           IF WS-EDIT-OK AND SOF-MAX-PAYMENTS NOT NUMERIC               00029100
              SET WS-EDIT-BAD TO TRUE                                   00029200
              MOVE 'NUMBER OF PAYMENTS NOT NUMERIC' TO WS-EDIT-MSG      00029300
           END-IF.                                                      00029400
                                                                        00029500
       EDIT-ACCTS-PARA.                                                 00029600
           IF SOF-FROM-ACCT = SOF-TO-ACCT                               00029700
              SET WS-EDIT-BAD TO TRUE                                   00029800
              MOVE 'FROM AND TO ACCOUNT THE SAME' TO WS-EDIT-MSG        00029900
           END-IF.                                                      00030000
           IF WS-EDIT-OK                                                00030100
              MOVE SOF-FROM-ACCT TO AC-ACCTNO                           00030200
              READ ACCT-FILE                                            00030300
                 INVALID KEY                                            00030400
                    SET WS-EDIT-BAD TO TRUE                             00030500
                    MOVE 'FROM ACCOUNT NOT ON FILE' TO WS-EDIT-MSG      00030600
                 NOT INVALID KEY                                        00030700
                    MOVE AC-EMPID TO WS-FROM-EMPID                      00030800
              END-READ                                                  00030900
           END-IF.                                                      00031000
           IF WS-EDIT-OK                                                00031100
              MOVE SOF-TO-ACCT TO AC-ACCTNO                             00031200
              READ ACCT-FILE                                            00031300
                 INVALID KEY                                            00031400
                    SET WS-EDIT-BAD TO TRUE                             00031500
                    MOVE 'TO ACCOUNT NOT ON FILE' TO WS-EDIT-MSG        00031600
                 NOT INVALID KEY                                        00031700
                    MOVE AC-EMPID TO WS-TO-EMPID                        00031800
              END-READ                                                  00031900
           END-IF.                                                      00032000
                                                                        00032100
       ADD-PARA.                                                        00032200
           PERFORM EDIT-TERMS-PARA.                                     00032300
           IF WS-EDIT-OK                                                00032400
              PERFORM EDIT-ACCTS-PARA                                   00032500
           END-IF.                                                      00032600
           IF WS-EDIT-BAD                                               00032700
              DISPLAY "  ORDER " SOF-ORDERNO " NOT ADDED - "            00032800
                 WS-EDIT-MSG                                            00032900
              ADD 1 TO WS-REJECT-COUNT                                  00033000
           ELSE                                                         00033100
              MOVE SPACE TO STO-ORDREC                                  00033200
              MOVE SOF-ORDERNO TO STO-ORDERNO                           00033300
              MOVE SOF-FROM-ACCT TO STO-FROM-ACCT                       00033400
              MOVE WS-FROM-EMPID TO STO-FROM-EMPID                      00033500
              MOVE SOF-TO-ACCT TO STO-TO-ACCT                           00033600
              MOVE WS-TO-EMPID TO STO-TO-EMPID                          00033700
              PERFORM TERMS-PARA                                        00033800
              MOVE 0 TO STO-PAID-COUNT                                  00033900
              MOVE 0 TO STO-RETRY-COUNT                                 00034000
              MOVE 0 TO STO-LAST-ATTEMPT                                00034100
              MOVE SPACE TO STO-LAST-REASON                             00034200
              MOVE WS-RUN-DATE TO STO-SETUP-DATE                        00034300
              SET STO-ACTIVE TO TRUE                                    00034400
              WRITE STO-ORDREC                                          00034500
                 INVALID KEY                                            00034600
                    DISPLAY "  ORDER " SOF-ORDERNO                      00034700
                       " ALREADY ON FILE - ADD IGNORED"                 00034800
                    ADD 1 TO WS-REJECT-COUNT                            00034900
                 NOT INVALID KEY                                        00035000
                    DISPLAY "  ORDER " SOF-ORDERNO " ADDED, "           00035100
                       SOF-FROM-ACCT " TO " SOF-TO-ACCT                 00035200
                    ADD 1 TO WS-ADD-COUNT                               00035300
              END-WRITE                                                 00035400
           END-IF.                                                      00035500
                                                                        00035600
       TERMS-PARA.                                                      00035700
           MOVE SOF-AMOUNT TO STO-AMOUNT.                               00035800
           MOVE SOF-FREQ TO STO-FREQ.                                   00035900
           MOVE SOF-NEXTDUE TO STO-NEXTDUE.                             00036000
           MOVE SOF-DUE-DD TO STO-PAY-DAY.                              00036100
           MOVE SOF-ENDDATE TO STO-ENDDATE.                             00036200
           MOVE SOF-MAX-PAYMENTS TO STO-MAX-PAYMENTS.                   00036300
                                                                        00036400
       CHANGE-PARA.                                                     00036500
           MOVE SOF-ORDERNO TO STO-ORDERNO.                             00036600
           READ STORD-FILE                                              00036700
              INVALID KEY                                               00036800
                 DISPLAY "  ORDER " SOF-ORDERNO                         00036900
                    " NOT ON FILE - CHANGE IGNORED"                     00037000
                 ADD 1 TO WS-REJECT-COUNT                               00037100
              NOT INVALID KEY                                           00037200
                 PERFORM CHANGE-APPLY-PARA                              00037300
           END-READ.                                                    00037400
                                                                        00037500
       CHANGE-APPLY-PARA.                                               00037600
           PERFORM EDIT-TERMS-PARA.                                     00037700
           IF WS-EDIT-OK AND STO-PENDING                                00037800
              SET WS-EDIT-BAD TO TRUE                                   00037900
              MOVE 'PAYMENT IN PROGRESS' TO WS-EDIT-MSG                 00038000
           END-IF.                                                      00038100
           IF WS-EDIT-OK AND (STO-CANCELLED OR STO-COMPLETE)            00038200
              SET WS-EDIT-BAD TO TRUE                                   00038300
              MOVE 'ORDER NO LONGER ACTIVE' TO WS-EDIT-MSG              00038400
           END-IF.                                                      00038500
           IF WS-EDIT-BAD                                               00038600
              DISPLAY "  ORDER " SOF-ORDERNO " NOT CHANGED - "          00038700
                 WS-EDIT-MSG                                            00038800
              ADD 1 TO WS-REJECT-COUNT                                  00038900
           ELSE                                                         00039000
              PERFORM TERMS-PARA                                        00039100
              REWRITE STO-ORDREC                                        00039200
              DISPLAY "  ORDER " SOF-ORDERNO " CHANGED"                 00039300
              ADD 1 TO WS-CHANGE-COUNT                                  00039400
           END-IF.                                                      00039500
                                                                        00039600
       CANCEL-PARA.                                                     00039700
           MOVE SOF-ORDERNO TO STO-ORDERNO.                             00039800
           READ STORD-FILE                                              00039900
              INVALID KEY                                               00040000
                 DISPLAY "  ORDER " SOF-ORDERNO                         00040100
                    " NOT ON FILE - CANCEL IGNORED"                     00040200
                 ADD 1 TO WS-REJECT-COUNT                               00040300
              NOT INVALID KEY                                           00040400
                 IF STO-PENDING                                         00040500
                    DISPLAY "  ORDER " SOF-ORDERNO                      00040600
                       " PAYMENT IN PROGRESS - CANCEL IGNORED"          00040700
                    ADD 1 TO WS-REJECT-COUNT                            00040800
                 ELSE                                                   00040900
                    SET STO-CANCELLED TO TRUE                           00041000
                    REWRITE STO-ORDREC                                  00041100
                    DISPLAY "  ORDER " SOF-ORDERNO " CANCELLED"         00041200
                    ADD 1 TO WS-CANCEL-COUNT                            00041300
                 END-IF                                                 00041400
           END-READ.                                                    00041500
                                                                        00041600
       REINSTATE-PARA.                                                  00041700
           MOVE SOF-ORDERNO TO STO-ORDERNO.                             00041800
           READ STORD-FILE                                              00041900
              INVALID KEY                                               00042000
                 DISPLAY "  ORDER " SOF-ORDERNO                         00042100
                    " NOT ON FILE - REINSTATE IGNORED"                  00042200
                 ADD 1 TO WS-REJECT-COUNT                               00042300
              NOT INVALID KEY                                           00042400
                 PERFORM REINSTATE-APPLY-PARA                           00042500
           END-READ.                                                    00042600
                                                                        00042700
       REINSTATE-APPLY-PARA.                                            00042800
           IF NOT STO-FAILED AND NOT STO-HELD                           00042900
              DISPLAY "  ORDER " SOF-ORDERNO                            00043000
                 " NOT FAILED OR HELD - REINSTATE IGNORED"              00043100
              ADD 1 TO WS-REJECT-COUNT                                  00043200
           ELSE                                                         00043300
              IF SOF-NEXTDUE NUMERIC AND SOF-NEXTDUE > 0                00043400
                 MOVE SOF-NEXTDUE TO STO-NEXTDUE                        00043500
              END-IF                                                    00043600
              MOVE 0 TO STO-RETRY-COUNT                                 00043700
              MOVE SPACE TO STO-LAST-REASON                             00043800
              SET STO-ACTIVE TO TRUE                                    00043900
              REWRITE STO-ORDREC                                        00044000
              DISPLAY "  ORDER " SOF-ORDERNO " REINSTATED, NEXT DUE "   00044100
                 STO-NEXTDUE                                            00044200
              ADD 1 TO WS-REINST-COUNT                                  00044300
           END-IF.                                                      00044400
                                                                        00044500
       REPORT-PARA.                                                     00044600
           DISPLAY SPACE.                                               00044700
           DISPLAY "STANDING ORDER SCHEDULE".                           00044800
           DISPLAY "  ORDER    FROM           TO                  "     00044900
              "AMOUNT F  NEXT DUE  PAID/MAX  END DATE  STATUS".         00045000
           MOVE LOW-VALUE TO STO-ORDERNO.                               00045100
           START STORD-FILE KEY IS NOT LESS THAN STO-ORDERNO            00045200
              INVALID KEY                                               00045300
                 SET WS-LIST-EOF TO TRUE                                00045400
           END-START.                                                   00045500
           PERFORM LIST-PARA UNTIL WS-LIST-EOF.                         00045600
           IF WS-LIVE-COUNT = 0 AND WS-FAILED-COUNT = 0                 00045700
              DISPLAY "  NO STANDING ORDERS SCHEDULED"                  00045800
           END-IF.                                                      00045900
                                                                        00046000
       LIST-PARA.                                                       00046100
           READ STORD-FILE NEXT RECORD                                  00046200
              AT END                                                    00046300
                 SET WS-LIST-EOF TO TRUE                                00046400
              NOT AT END                                                00046500
                 IF NOT STO-CANCELLED AND NOT STO-COMPLETE              00046600
                    PERFORM LIST-LINE-PARA                              00046700
                 END-IF                                                 00046800
           END-READ.                                                    00046900
                                                                        00047000
       LIST-LINE-PARA.                                                  00047100
           MOVE STO-ORDERNO TO DL-ORDERNO.                              00047200
           MOVE STO-FROM-ACCT TO DL-FROM-ACCT.                          00047300
           MOVE STO-TO-ACCT TO DL-TO-ACCT.                              00047400
           MOVE STO-AMOUNT TO DL-AMOUNT.                                00047500
           MOVE STO-FREQ TO DL-FREQ.                                    00047600
           MOVE STO-NEXTDUE TO DL-NEXTDUE.                              00047700
           MOVE STO-PAID-COUNT TO DL-PAID.                              00047800
           IF STO-MAX-PAYMENTS = 0                                      00047900
              MOVE ' ANY' TO DL-MAX                                     00048000
           ELSE                                                         00048100
              MOVE STO-MAX-PAYMENTS TO DL-MAX                           00048200
           END-IF.                                                      00048300
           IF STO-ENDDATE = 0                                           00048400
              MOVE 'NONE    ' TO DL-ENDDATE                             00048500
           ELSE                                                         00048600
              MOVE STO-ENDDATE TO DL-ENDDATE                            00048700
           END-IF.                                                      00048800
           EVALUATE TRUE                                                00048900
              WHEN STO-ACTIVE                                           00049000
                 MOVE 'ACTIVE      ' TO DL-STATUS                       00049100
              WHEN STO-RETRYING                                         00049200
                 MOVE 'RETRYING    ' TO DL-STATUS                       00049300
              WHEN STO-PENDING                                          00049400
                 MOVE 'IN PROGRESS ' TO DL-STATUS                       00049500
              WHEN STO-HELD                                             00049600
                 MOVE 'HELD        ' TO DL-STATUS                       00049700
              WHEN STO-FAILED                                           00049800
                 MOVE 'FAILED    ' TO DL-STATUS                         00049900
                 MOVE STO-LAST-REASON TO DL-STATUS(11:2)                00050000
              WHEN OTHER                                                00050100
                 MOVE STO-STATUS TO DL-STATUS                           00050200
           END-EVALUATE.                                                00050300
           DISPLAY WS-DETAIL-LINE.                                      00050400
           IF STO-FAILED OR STO-HELD                                    00050500
              ADD 1 TO WS-FAILED-COUNT                                  00050600
           ELSE                                                         00050700
              ADD 1 TO WS-LIVE-COUNT                                    00050800
              ADD STO-AMOUNT TO WS-LIVE-TOTAL                           00050900
           END-IF.                                                      00051000
                                                                        00051100
       SUMMARY-PARA.                                                    00051200
           DISPLAY SPACE.                                               00051300
           DISPLAY "ORDER ACTIONS READ:    " WS-FEED-COUNT.             00051400
           DISPLAY "ORDERS ADDED:          " WS-ADD-COUNT.              00051500
           DISPLAY "ORDERS CHANGED:        " WS-CHANGE-COUNT.           00051600
           DISPLAY "ORDERS CANCELLED:      " WS-CANCEL-COUNT.           00051700
           DISPLAY "ORDERS REINSTATED:     " WS-REINST-COUNT.           00051800
           DISPLAY "ACTIONS REJECTED:      " WS-REJECT-COUNT.           00051900
           DISPLAY "ORDERS SCHEDULED:      " WS-LIVE-COUNT.             00052000
           MOVE WS-LIVE-TOTAL TO WS-TOTAL-EDIT.                         00052100
           DISPLAY "SCHEDULED AMOUNT:      " WS-TOTAL-EDIT.             00052200
           DISPLAY "ORDERS FAILED OR HELD: " WS-FAILED-COUNT.           00052300
                                                                        00052400
       CLOSE-PARA.                                                      00052500
           CLOSE STORD-FILE.                                            00052600
           CLOSE ACCT-FILE.                                             00052700
           IF SF-STAT = '00' OR SF-STAT = '10'                          00052800
              CLOSE STORD-FEED                                          00052900
           END-IF.                                                      00053000
