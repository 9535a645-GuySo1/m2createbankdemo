       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. VALWRPT.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT WHSE-LOG-FILE ASSIGN TO WHSELOG                       00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS WL-STAT.                                      00011000
                                                                        00011100
           SELECT SORT-WORK ASSIGN TO SRTWORK.                          00011200
                                                                        00011300
           SELECT SWHSE-FILE ASSIGN TO SRTOUT                           00011400
           ORGANIZATION IS SEQUENTIAL                                   00011500
           ACCESS MODE IS SEQUENTIAL                                    00011600
           FILE STATUS IS SX-STAT.                                      00011700
                                                                        00011800
       DATA DIVISION.                                                   00011900
       FILE SECTION.                                                    00012000
       FD WHSE-LOG-FILE.                                                00012100
       01 WL-REC              PIC X(60).                                00012200
                                                                        00012300
       SD SORT-WORK.                                                    00012400
       01 SR-REC.                                                       00012500
          05 FILLER           PIC X(06).                                00012600
          05 SR-ACCTNO        PIC X(10).                                00012700
          05 FILLER           PIC X(12).                                00012800
          05 SR-TRANDATE      PIC X(08).                                00012900
          05 FILLER           PIC X(24).                                00013000
                                                                        00013100
       FD SWHSE-FILE.                                                   00013200
           COPY VALWREC.                                                00013300
                                                                        00013400
       WORKING-STORAGE SECTION.                                         00013500
       01 WL-STAT             PIC X(02) VALUE SPACE.                    00013600
       01 SX-STAT             PIC X(02) VALUE SPACE.                    00013700
       01 WS-WHSE-EOF-SW      PIC X(01) VALUE 'N'.                      00013800
          88 WS-WHSE-EOF      VALUE 'Y'.                                00013900
       01 WS-PASS             PIC X(01) VALUE SPACE.                    00014000
          88 WS-PASS-RELEASED VALUE 'R'.                                00014100
          88 WS-PASS-CANCEL   VALUE 'C'.                                00014200
          88 WS-PASS-PARKED   VALUE 'P'.                                00014300
          88 WS-PASS-WAITING  VALUE 'W'.                                00014400
       01 WS-BUS-DATE         PIC 9(08) VALUE 0.                        00014500
       01 WS-BRK-DATE         PIC X(08) VALUE SPACE.                    00014600
       01 WS-BRK-COUNT        PIC 9(08) VALUE 0.                        00014700
       01 WS-BRK-TOTAL        PIC 9(11)V99 VALUE 0.                     00014800
       01 WS-PASS-COUNT       PIC 9(08) VALUE 0.                        00014900
       01 WS-REL-COUNT        PIC 9(08) VALUE 0.                        00015000
       01 WS-REL-TOTAL        PIC 9(11)V99 VALUE 0.                     00015100
       01 WS-CAN-COUNT        PIC 9(08) VALUE 0.                        00015200
       01 WS-CAN-TOTAL        PIC 9(11)V99 VALUE 0.                     00015300
       01 WS-PARK-COUNT       PIC 9(08) VALUE 0.                        00015400
       01 WS-PARK-TOTAL       PIC 9(11)V99 VALUE 0.                     00015500
       01 WS-WAIT-COUNT       PIC 9(08) VALUE 0.                        00015600
       01 WS-WAIT-TOTAL       PIC 9(11)V99 VALUE 0.                     00015700
       01 WS-WHSE-LINE.                                                 00015800
          05 FILLER           PIC X(02) VALUE SPACE.                    00015900
          05 DL-ACCTNO        PIC X(10).                                00016000
          05 FILLER           PIC X(02) VALUE SPACE.                    00016100
          05 DL-EMPID         PIC X(06).                                00016200
          05 FILLER           PIC X(03) VALUE SPACE.                    00016300
          05 DL-CODE          PIC X(01).                                00016400
          05 FILLER           PIC X(02) VALUE SPACE.                    00016500
          05 DL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.                       00016600
          05 FILLER           PIC X(03) VALUE SPACE.                    00016700
          05 DL-VALUE-DATE    PIC X(08).                                00016800
          05 FILLER           PIC X(03) VALUE SPACE.                    00016900
          05 DL-PARK-DATE     PIC X(08).                                00017000
       01 WS-BRK-LINE.                                                  00017100
          05 FILLER           PIC X(15) VALUE '    VALUE DATE '.        00017200
          05 BL-VALUE-DATE    PIC X(08).                                00017300
          05 FILLER           PIC X(08) VALUE '  ITEMS '.               00017400
          05 BL-COUNT         PIC ZZ,ZZ9.                               00017500
          05 FILLER           PIC X(09) VALUE '  AMOUNT '.              00017600
          05 BL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.                    00017700
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00017800
           COPY BDPARM.                                                 00017900
       PROCEDURE DIVISION.                                              00018000
       MAIN-PARA.                                                       00018100
           PERFORM OPEN-PARA.                                           00018200
           DISPLAY "VALUE-DATED WAREHOUSE ACTIVITY - "                  00018300
              "BUSINESS DATE " WS-BUS-DATE.                             00018400
           DISPLAY SPACE.                                               00018500
           DISPLAY "RELEASED TO POSTING TONIGHT".                       00018600
           PERFORM HEADING-PARA.                                        00018700
           SET WS-PASS-RELEASED TO TRUE.                                00018800
           PERFORM WHSE-PASS-PARA.                                      00018900
           DISPLAY SPACE.                                               00019000
           DISPLAY "CANCELLED FROM THE WAREHOUSE TONIGHT".              00019100
           PERFORM HEADING-PARA.                                        00019200
           SET WS-PASS-CANCEL TO TRUE.                                  00019300
           PERFORM WHSE-PASS-PARA.                                      00019400
           DISPLAY SPACE.                                               00019500
           DISPLAY "PARKED TONIGHT - VALUE DATE AFTER BUSINESS DATE".   00019600
           PERFORM HEADING-PARA.                                        00019700
           SET WS-PASS-PARKED TO TRUE.                                  00019800
           PERFORM WHSE-PASS-PARA.                                      00019900
           DISPLAY SPACE.                                               00020000
           DISPLAY "WAITING IN THE WAREHOUSE BY VALUE DATE".            00020100
           PERFORM HEADING-PARA.                                        00020200
           SET WS-PASS-WAITING TO TRUE.                                 00020300
           PERFORM WHSE-PASS-PARA.                                      00020400
           PERFORM SUMMARY-PARA.                                        00020500
           MOVE 'E' TO BD-FUNC.                                         00020600
           CALL 'BDCHECK' USING BD-PARM.                                00020700
           STOP RUN.                                                    00020800
       ERROR-EXIT.                                                      00020900
           MOVE 16 TO RETURN-CODE.                                      00021000
           STOP RUN.                                                    00021100
                                                                        00021200
       OPEN-PARA.                                                       00021300
           ACCEPT WS-BD-OVERRIDE.                                       00021400
           MOVE 'VALWRPT' TO BD-PGM.                                    00021500
           MOVE 'S' TO BD-FUNC.                                         00021600
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00021700
           CALL 'BDCHECK' USING BD-PARM.                                00021800
           IF BD-ALREADY-RUN                                            00021900
              DISPLAY "VALWRPT ALREADY COMPLETED FOR BUSINESS "         00022000
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00022100
              MOVE 8 TO RETURN-CODE                                     00022200
              STOP RUN                                                  00022300
           END-IF.                                                      00022400
           IF BD-CTL-ERROR                                              00022500
              GO TO ERROR-EXIT                                          00022600
           END-IF.                                                      00022700
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00022800
           OPEN INPUT WHSE-LOG-FILE.                                    00022900
           IF WL-STAT NOT = '00'                                        00023000
              DISPLAY "WAREHOUSE LOG FILE OPEN ERROR, STATUS " WL-STAT  00023100
              GO TO ERROR-EXIT                                          00023200
           END-IF.                                                      00023300
           CLOSE WHSE-LOG-FILE.                                         00023400
           SORT SORT-WORK                                               00023500
              ON ASCENDING KEY SR-TRANDATE SR-ACCTNO                    00023600
              USING WHSE-LOG-FILE                                       00023700
              GIVING SWHSE-FILE.                                        00023800
                                                                        00023900
       HEADING-PARA.                                                    00024000
           DISPLAY "  ACCOUNT     EMPID   CODE        AMOUNT   "        00024100
              "VALUE DATE PARKED ON".                                   00024200
                                                                        00024300
       WHSE-PASS-PARA.                                                  00024400
           MOVE 'N' TO WS-WHSE-EOF-SW.                                  00024500
           MOVE 0 TO WS-PASS-COUNT.                                     00024600
           MOVE SPACE TO WS-BRK-DATE.                                   00024700
           OPEN INPUT SWHSE-FILE.                                       00024800
           IF SX-STAT NOT = '00'                                        00024900
              DISPLAY "SORTED WAREHOUSE LOG OPEN ERROR, STATUS "        00025000
                 SX-STAT                                                00025100
              GO TO ERROR-EXIT                                          00025200
           END-IF.                                                      00025300
           PERFORM READ-WHSE-PARA.                                      00025400
           PERFORM WHSE-LINE-PARA UNTIL WS-WHSE-EOF.                    00025500
           CLOSE SWHSE-FILE.                                            00025600
           IF WS-PASS-WAITING AND WS-BRK-DATE NOT = SPACE               00025700
              PERFORM BRK-PARA                                          00025800
           END-IF.                                                      00025900
           IF WS-PASS-COUNT = 0                                         00026000
              DISPLAY "  NONE"                                          00026100
           END-IF.                                                      00026200
                                                                        00026300
       READ-WHSE-PARA.                                                  00026400
           READ SWHSE-FILE                                              00026500
              AT END                                                    00026600
                 SET WS-WHSE-EOF TO TRUE                                00026700
           END-READ.                                                    00026800
                                                                        00026900
       WHSE-LINE-PARA.                                                  00027000
           EVALUATE TRUE                                                00027100
              WHEN WS-PASS-RELEASED AND VW-RELEASED                     00027200
                 PERFORM DETAIL-PARA                                    00027300
                 ADD 1 TO WS-REL-COUNT                                  00027400
                 ADD VW-AMOUNT TO WS-REL-TOTAL                          00027500
              WHEN WS-PASS-CANCEL AND VW-CANCELLED                      00027600
                 PERFORM DETAIL-PARA                                    00027700
                 ADD 1 TO WS-CAN-COUNT                                  00027800
                 ADD VW-AMOUNT TO WS-CAN-TOTAL                          00027900
              WHEN WS-PASS-PARKED AND VW-PARKED                         00028000
                 PERFORM DETAIL-PARA                                    00028100
                 ADD 1 TO WS-PARK-COUNT                                 00028200
                 ADD VW-AMOUNT TO WS-PARK-TOTAL                         00028300
              WHEN WS-PASS-WAITING AND (VW-WAITING OR VW-PARKED)        00028400
                 IF VW-TRANDATE NOT = WS-BRK-DATE                       00028500
                    IF WS-BRK-DATE NOT = SPACE                          00028600
                       PERFORM BRK-PARA                                 00028700
                    END-IF                                              00028800
                    MOVE VW-TRANDATE TO WS-BRK-DATE                     00028900
                 END-IF                                                 00029000
                 PERFORM DETAIL-PARA                                    00029100
                 ADD 1 TO WS-BRK-COUNT                                  00029200
                 ADD VW-AMOUNT TO WS-BRK-TOTAL                          00029300
                 ADD 1 TO WS-WAIT-COUNT                                 00029400
                 ADD VW-AMOUNT TO WS-WAIT-TOTAL                         00029500
              WHEN OTHER                                                00029600
                 CONTINUE                                               00029700
           END-EVALUATE.                                                00029800
           PERFORM READ-WHSE-PARA.                                      00029900
                                                                        00030000
       DETAIL-PARA.                                                     00030100
           MOVE VW-ACCTNO TO DL-ACCTNO.                                 00030200
           MOVE VW-EMPID TO DL-EMPID.                                   00030300
           MOVE VW-TRANCODE TO DL-CODE.                                 00030400
           IF VW-AMOUNT NUMERIC                                         00030500
              MOVE VW-AMOUNT TO DL-AMOUNT                               00030600
           ELSE                                                         00030700
              MOVE 0 TO DL-AMOUNT                                       00030800
           END-IF.                                                      00030900
           MOVE VW-TRANDATE TO DL-VALUE-DATE.                           00031000
           MOVE VW-PARKDATE TO DL-PARK-DATE.                            00031100
           DISPLAY WS-WHSE-LINE.                                        00031200
           ADD 1 TO WS-PASS-COUNT.                                      00031300
                                                                        00031400
       BRK-PARA.                                                        00031500
           MOVE WS-BRK-DATE TO BL-VALUE-DATE.                           00031600
           MOVE WS-BRK-COUNT TO BL-COUNT.                               00031700
           MOVE WS-BRK-TOTAL TO BL-AMOUNT.                              00031800
           DISPLAY WS-BRK-LINE.                                         00031900
           MOVE 0 TO WS-BRK-COUNT.                                      00032000
           MOVE 0 TO WS-BRK-TOTAL.                                      00032100
                                                                        00032200
       SUMMARY-PARA.                                                    00032300
           DISPLAY SPACE.                                               00032400
           DISPLAY "WAREHOUSE ACTIVITY SUMMARY".                        00032500
           DISPLAY "ITEMS RELEASED:             " WS-REL-COUNT.         00032600
           DISPLAY "AMOUNT RELEASED:            " WS-REL-TOTAL.         00032700
           DISPLAY "ITEMS CANCELLED:            " WS-CAN-COUNT.         00032800
           DISPLAY "AMOUNT CANCELLED:           " WS-CAN-TOTAL.         00032900
           DISPLAY "ITEMS PARKED TONIGHT:       " WS-PARK-COUNT.        00033000
           DISPLAY "AMOUNT PARKED TONIGHT:      " WS-PARK-TOTAL.        00033100
           DISPLAY "ITEMS WAITING:              " WS-WAIT-COUNT.        00033200
           DISPLAY "AMOUNT WAITING:             " WS-WAIT-TOTAL.        00033300
