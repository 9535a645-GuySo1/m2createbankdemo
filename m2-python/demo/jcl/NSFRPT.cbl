       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NSFRPT.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT NSFCNT-FILE ASSIGN TO NSFCOUNT                        00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           RECORD KEY IS NC-ACCTNO                                      00011000
           FILE STATUS IS NC-STAT.                                      00011100
                                                                        00011200
           SELECT SORT-WORK ASSIGN TO SRTWORK.                          00011300
                                                                        00011400
           SELECT SNSF-FILE ASSIGN TO SRTOUT                            00011500
           ORGANIZATION IS SEQUENTIAL                                   00011600
           ACCESS MODE IS SEQUENTIAL                                    00011700
           FILE STATUS IS SN-STAT.                                      00011800
                                                                        00011900
           SELECT ODLIM-FILE ASSIGN TO ODLIMITS                         00012000
           ORGANIZATION IS SEQUENTIAL                                   00012100
           ACCESS MODE IS SEQUENTIAL                                    00012200
           FILE STATUS IS OD-STAT.                                      00012300
                                                                        00012400
       DATA DIVISION.                                                   00012500
       FILE SECTION.                                                    00012600
       FD NSFCNT-FILE.                                                  00012700
           COPY NSFCTREC.                                               00012800
                                                                        00012900
       SD SORT-WORK.                                                    00013000
       01 SW-COUNTREC.                                                  00013100
          05 SW-ACCTNO        PIC X(10).                                00013200
          05 SW-EMPID         PIC X(06).                                00013300
          05 SW-BRANCH        PIC X(04).                                00013400
          05 FILLER           PIC X(138).                               00013500
                                                                        00013600
       FD SNSF-FILE.                                                    00013700
           COPY NSFCTREC REPLACING                                      00013800
                  ==NC-COUNTREC==   BY ==SN-COUNTREC==                  00013900
                  ==NC-ACCTNO==     BY ==SN-ACCTNO==                    00014000
                  ==NC-EMPID==      BY ==SN-EMPID==                     00014100
                  ==NC-BRANCH==     BY ==SN-BRANCH==                    00014200
                  ==NC-LIFE-COUNT== BY ==SN-LIFE-COUNT==                00014300
                  ==NC-FEE-TOTAL==  BY ==SN-FEE-TOTAL==                 00014400
                  ==NC-FIRST-DATE== BY ==SN-FIRST-DATE==                00014500
                  ==NC-LAST-DATE==  BY ==SN-LAST-DATE==                 00014600
                  ==NC-MONTH==      BY ==SN-MONTH==                     00014700
                  ==NC-MON-YYYYMM== BY ==SN-MON-YYYYMM==                00014800
                  ==NC-MON-COUNT==  BY ==SN-MON-COUNT==.                00014900
                                                                        00015000
       FD ODLIM-FILE.                                                   00015100
           COPY ODLIMREC.                                               00015200
                                                                        00015300
       WORKING-STORAGE SECTION.                                         00015400
       01 NC-STAT             PIC X(02) VALUE SPACE.                    00015500
       01 SN-STAT             PIC X(02) VALUE SPACE.                    00015600
       01 OD-STAT             PIC X(02) VALUE SPACE.                    00015700
       01 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.                      00015800
          88 WS-SORT-EOF      VALUE 'Y'.                                00015900
       01 WS-ODLIM-EOF-SW     PIC X(01) VALUE 'N'.                      00016000
          88 WS-ODLIM-EOF     VALUE 'Y'.                                00016100
       01 WS-OD-FOUND-SW      PIC X(01) VALUE 'N'.                      00016200
          88 WS-OD-FOUND      VALUE 'Y'.                                00016300
       01 WS-FIRST-REC-SW     PIC X(01) VALUE 'Y'.                      00016400
          88 WS-FIRST-REC     VALUE 'Y'.                                00016500
       01 WS-THRESHOLD-IN     PIC X(03) VALUE SPACE.                    00016600
       01 WS-THRESHOLD        PIC 9(03) VALUE 3.                        00016700
       01 WS-BUS-DATE         PIC 9(08) VALUE 0.                        00016800
       01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.                          00016900
          05 WS-BUS-YYYYMM    PIC 9(06).                                00017000
          05 WS-BUS-DD        PIC 9(02).                                00017100
       01 WS-WINDOW-START     PIC 9(06) VALUE 0.                        00017200
       01 WS-MON-SUB          PIC 9(02) VALUE 0.                        00017300
       01 WS-ROLL-COUNT       PIC 9(03) VALUE 0.                        00017400
       01 WS-OD-CT            PIC 9(04) VALUE 0.                        00017500
       01 WS-OD-SUB           PIC 9(04) VALUE 0.                        00017600
       01 WS-ODLIM-TABLE.                                               00017700
          05 WS-ODLIM-ENTRY OCCURS 1000 TIMES.                          00017800
             10 WS-OD-ACCTNO  PIC X(10).                                00017900
             10 WS-OD-LIMIT   PIC 9(09)V99.                             00018000
             10 WS-OD-FEE     PIC 9(05)V99.                             00018100
       01 WS-ACCT-LIMIT       PIC 9(09)V99 VALUE 0.                     00018200
       01 WS-CURR-BRANCH      PIC X(04) VALUE SPACE.                    00018300
       01 WS-BR-COUNT         PIC 9(06) VALUE 0.                        00018400
       01 WS-SCAN-COUNT       PIC 9(08) VALUE 0.                        00018500
       01 WS-ACTIVE-COUNT     PIC 9(08) VALUE 0.                        00018600
       01 WS-LIST-COUNT       PIC 9(08) VALUE 0.                        00018700
       01 WS-LINE-COUNT       PIC 9(08) VALUE 0.                        00018800
       01 WS-DETAIL-LINE.                                               00018900
          05 FILLER           PIC X(02) VALUE SPACE.                    00019000
          05 DL-ACCTNO        PIC X(10).                                00019100
          05 FILLER           PIC X(02) VALUE SPACE.                    00019200
          05 DL-EMPID         PIC X(06).                                00019300
          05 FILLER           PIC X(02) VALUE SPACE.                    00019400
          05 DL-ROLL          PIC ZZ9.                                  00019500
          05 FILLER           PIC X(02) VALUE SPACE.                    00019600
          05 DL-LIFE          PIC ZZ,ZZ9.                               00019700
          05 FILLER           PIC X(02) VALUE SPACE.                    00019800
          05 DL-FEES          PIC Z,ZZZ,ZZ9.99.                         00019900
          05 FILLER           PIC X(02) VALUE SPACE.                    00020000
          05 DL-LAST-DATE     PIC 9(08).                                00020100
          05 FILLER           PIC X(02) VALUE SPACE.                    00020200
          05 DL-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.                       00020300
          05 FILLER           PIC X(02) VALUE SPACE.                    00020400
          05 DL-FLAG          PIC X(14).                                00020500
       01 WS-BRANCH-LINE.                                               00020600
          05 FILLER           PIC X(09) VALUE '  BRANCH '.              00020700
          05 BL-BRANCH        PIC X(04).                                00020800
          05 FILLER           PIC X(23) VALUE '  FOR ODLIMITS REVIEW: '.00020900
          05 BL-COUNT         PIC ZZZ,ZZ9.                              00021000
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00021100
           COPY BDPARM.                                                 00021200
       PROCEDURE DIVISION.                                              00021300
       MAIN-PARA.                                                       00021400
           PERFORM OPEN-PARA.                                           00021500
           PERFORM LOAD-ODLIM-PARA UNTIL WS-ODLIM-EOF.                  00021600
           PERFORM SORT-PARA.                                           00021700
           PERFORM HEADING-PARA.                                        00021800
           PERFORM READ-SORTED-PARA.                                    00021900
           PERFORM SCAN-PARA UNTIL WS-SORT-EOF.                         00022000
           IF NOT WS-FIRST-REC                                          00022100
              PERFORM BREAK-PARA                                        00022200
           END-IF.                                                      00022300
           PERFORM SUMMARY-PARA.                                        00022400
           PERFORM CLOSE-PARA.                                          00022500
           MOVE 'E' TO BD-FUNC.                                         00022600
           CALL 'BDCHECK' USING BD-PARM.                                00022700
           STOP RUN.                                                    00022800
       ERROR-EXIT.                                                      00022900
           MOVE 16 TO RETURN-CODE.                                      00023000
           STOP RUN.                                                    00023100
                                                                        00023200
       OPEN-PARA.                                                       00023300
           ACCEPT WS-BD-OVERRIDE.                                       00023400
           ACCEPT WS-THRESHOLD-IN.                                      00023500
           IF WS-THRESHOLD-IN NUMERIC                                   00023600
              MOVE WS-THRESHOLD-IN TO WS-THRESHOLD                      00023700
           END-IF.                                                      00023800
           MOVE 'NSFRPT' TO BD-PGM.                                     00023900
           MOVE 'M' TO BD-FUNC.                                         00024000
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00024100
           CALL 'BDCHECK' USING BD-PARM.                                00024200
           IF BD-ALREADY-RUN                                            00024300
              DISPLAY "NSFRPT ALREADY COMPLETED FOR BUSINESS "          00024400
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00024500
              MOVE 8 TO RETURN-CODE                                     00024600
              STOP RUN                                                  00024700
           END-IF.                                                      00024800
           IF BD-CTL-ERROR                                              00024900
              GO TO ERROR-EXIT                                          00025000
           END-IF.                                                      00025100
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00025200
           COMPUTE WS-WINDOW-START = WS-BUS-YYYYMM - 100.               00025300
           OPEN INPUT ODLIM-FILE.                                       00025400
           IF OD-STAT NOT = '00'                                        00025500
              DISPLAY "NO OVERDRAFT LIMIT FILE, STATUS " OD-STAT        00025600
              SET WS-ODLIM-EOF TO TRUE                                  00025700
           END-IF.                                                      00025800
                                                                        00025900
       LOAD-ODLIM-PARA.                                                 00026000
           READ ODLIM-FILE                                              00026100
              AT END                                                    00026200
                 SET WS-ODLIM-EOF TO TRUE                               00026300
              NOT AT END                                                00026400
                 IF WS-OD-CT < 1000                                     00026500
                    ADD 1 TO WS-OD-CT                                   00026600
                    MOVE OD-ACCTNO TO WS-OD-ACCTNO(WS-OD-CT)            00026700
                    MOVE OD-LIMIT  TO WS-OD-LIMIT(WS-OD-CT)             00026800
                    MOVE OD-FEE    TO WS-OD-FEE(WS-OD-CT)               00026900
                 ELSE                                                   00027000
                    DISPLAY "OVERDRAFT LIMIT TABLE FULL - ACCOUNT "     00027100
                       OD-ACCTNO " IGNORED"                             00027200
                 END-IF                                                 00027300
           END-READ.                                                    00027400
                                                                        00027500
       SORT-PARA.                                                       00027600
           OPEN INPUT NSFCNT-FILE.                                      00027700
           IF NC-STAT NOT = '00'                                        00027800
              DISPLAY "NSF COUNT FILE OPEN ERROR, STATUS " NC-STAT      00027900
              GO TO ERROR-EXIT                                          00028000
           END-IF.                                                      00028100
           CLOSE NSFCNT-FILE.                                           00028200
           SORT SORT-WORK                                               00028300
              ON ASCENDING KEY SW-BRANCH SW-ACCTNO                      00028400
              USING NSFCNT-FILE                                         00028500
              GIVING SNSF-FILE.                                         00028600
           OPEN INPUT SNSF-FILE.                                        00028700
           IF SN-STAT NOT = '00'                                        00028800
              DISPLAY "SORTED NSF COUNT FILE OPEN ERROR"                00028900
              GO TO ERROR-EXIT                                          00029000
           END-IF.                                                      00029100
                                                                        00029200
       HEADING-PARA.                                                    00029300
           DISPLAY "RETURNED ITEM REVIEW - BUSINESS DATE " WS-BUS-DATE. 00029400
           DISPLAY "ACCOUNTS WITH " WS-THRESHOLD                        00029500
              " OR MORE RETURNED ITEMS IN THE LAST 12 MONTHS".          00029600
           DISPLAY SPACE.                                               00029700
           DISPLAY "  ACCOUNT     EMPID   12M   LIFE  FEES CHARGED  "   00029800
              "LAST NSF          OD LIMIT".                             00029900
                                                                        00030000
       READ-SORTED-PARA.                                                00030100
           READ SNSF-FILE                                               00030200
              AT END                                                    00030300
                 SET WS-SORT-EOF TO TRUE                                00030400
           END-READ.                                                    00030500
                                                                        00030600
       SCAN-PARA.                                                       00030700
           IF WS-FIRST-REC                                              00030800
              MOVE SN-BRANCH TO WS-CURR-BRANCH                          00030900
              MOVE 'N' TO WS-FIRST-REC-SW                               00031000
           ELSE                                                         00031100
              IF SN-BRANCH NOT = WS-CURR-BRANCH                         00031200
                 PERFORM BREAK-PARA                                     00031300
                 MOVE SN-BRANCH TO WS-CURR-BRANCH                       00031400
              END-IF                                                    00031500
           END-IF.                                                      00031600
           ADD 1 TO WS-SCAN-COUNT.                                      00031700
           MOVE 0 TO WS-ROLL-COUNT.                                     00031800
           PERFORM ROLL-PARA                                            00031900
              VARYING WS-MON-SUB FROM 1 BY 1                            00032000
              UNTIL WS-MON-SUB > 12.                                    00032100
           IF WS-ROLL-COUNT > 0                                         00032200
              ADD 1 TO WS-ACTIVE-COUNT                                  00032300
           END-IF.                                                      00032400
           IF WS-ROLL-COUNT >= WS-THRESHOLD                             00032500
              PERFORM DETAIL-PARA                                       00032600
           END-IF.                                                      00032700
           PERFORM READ-SORTED-PARA.                                    00032800
                                                                        00032900
       ROLL-PARA.                                                       00033000
           IF SN-MON-YYYYMM(WS-MON-SUB) > WS-WINDOW-START               00033100
              ADD SN-MON-COUNT(WS-MON-SUB) TO WS-ROLL-COUNT             00033200
           END-IF.                                                      00033300
                                                                        00033400
       DETAIL-PARA.                                                     00033500
           ADD 1 TO WS-LIST-COUNT.                                      00033600
           ADD 1 TO WS-BR-COUNT.                                        00033700
           MOVE 0 TO WS-ACCT-LIMIT.                                     00033800
           MOVE 'N' TO WS-OD-FOUND-SW.                                  00033900
           PERFORM ODLIM-SCAN-PARA                                      00034000
              VARYING WS-OD-SUB FROM 1 BY 1                             00034100
              UNTIL WS-OD-SUB > WS-OD-CT OR WS-OD-FOUND.                00034200
           MOVE SN-ACCTNO TO DL-ACCTNO.                                 00034300
           MOVE SN-EMPID TO DL-EMPID.                                   00034400
           MOVE WS-ROLL-COUNT TO DL-ROLL.                               00034500
           MOVE SN-LIFE-COUNT TO DL-LIFE.                               00034600
           MOVE SN-FEE-TOTAL TO DL-FEES.                                00034700
           MOVE SN-LAST-DATE TO DL-LAST-DATE.                           00034800
           MOVE WS-ACCT-LIMIT TO DL-LIMIT.                              00034900
           IF WS-OD-FOUND                                               00035000
              MOVE SPACE TO DL-FLAG                                     00035100
              ADD 1 TO WS-LINE-COUNT                                    00035200
           ELSE                                                         00035300
              MOVE '** NO LINE ** ' TO DL-FLAG                          00035400
           END-IF.                                                      00035500
           DISPLAY WS-DETAIL-LINE.                                      00035600
                                                                        00035700
       ODLIM-SCAN-PARA.                                                 00035800
           IF WS-OD-ACCTNO(WS-OD-SUB) = SN-ACCTNO                       00035900
              SET WS-OD-FOUND TO TRUE                                   00036000
              MOVE WS-OD-LIMIT(WS-OD-SUB) TO WS-ACCT-LIMIT              00036100
           END-IF.                                                      00036200
                                                                        00036300
       BREAK-PARA.                                                      00036400
           IF WS-BR-COUNT > 0                                           00036500
              MOVE WS-CURR-BRANCH TO BL-BRANCH                          00036600
              MOVE WS-BR-COUNT TO BL-COUNT                              00036700
              DISPLAY WS-BRANCH-LINE                                    00036800
              DISPLAY SPACE                                             00036900
           END-IF.                                                      00037000
           MOVE 0 TO WS-BR-COUNT.                                       00037100
                                                                        00037200
       SUMMARY-PARA.                                                    00037300
           DISPLAY SPACE.                                               00037400
           DISPLAY "ACCOUNTS ON NSF FILE:       " WS-SCAN-COUNT.        00037500
           DISPLAY "WITH NSF IN LAST 12 MONTHS: " WS-ACTIVE-COUNT.      00037600
           DISPLAY "AT OR OVER THRESHOLD:       " WS-LIST-COUNT.        00037700
           DISPLAY "  OF WHICH HOLD AN OD LINE: " WS-LINE-COUNT.        00037800
                                                                        00037900
       CLOSE-PARA.                                                      00038000
           CLOSE SNSF-FILE.                                             00038100
           IF OD-STAT = '00' OR OD-STAT = '10'                          00038200
              CLOSE ODLIM-FILE                                          00038300
           END-IF.                                                      00038400
