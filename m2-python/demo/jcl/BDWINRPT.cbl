       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. BDWINRPT.                                            00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT BDLOG-FILE ASSIGN TO BDLOG                            00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS BL-STAT.                                      00011000
                                                                        00011100
           SELECT STEP-FILE ASSIGN TO BDSTEPS                           00011200
           ORGANIZATION IS SEQUENTIAL                                   00011300
           ACCESS MODE IS SEQUENTIAL                                    00011400
           FILE STATUS IS BX-STAT.                                      00011500
                                                                        00011600
       DATA DIVISION.                                                   00011700
       FILE SECTION.                                                    00011800
       FD BDLOG-FILE.                                                   00011900
           COPY BDLOGREC.                                               00012000
                                                                        00012100
       FD STEP-FILE.                                                    00012200
           COPY BDSTPREC.                                               00012300
                                                                        00012400
       WORKING-STORAGE SECTION.                                         00012500
       01 BL-STAT             PIC X(02) VALUE SPACE.                    00012600
       01 BX-STAT             PIC X(02) VALUE SPACE.                    00012700
       01 WS-LOG-EOF-SW       PIC X(01) VALUE 'N'.                      00012800
          88 WS-LOG-EOF       VALUE 'Y'.                                00012900
       01 WS-STEP-EOF-SW      PIC X(01) VALUE 'N'.                      00013000
          88 WS-STEP-EOF      VALUE 'Y'.                                00013100
       01 WS-FOUND-SW         PIC X(01) VALUE 'N'.                      00013200
          88 WS-FOUND         VALUE 'Y'.                                00013300
       01 WS-FULL-SW          PIC X(01) VALUE 'N'.                      00013400
          88 WS-TABLE-FULL    VALUE 'Y'.                                00013500
       01 WS-RUN-DATE         PIC 9(08).                                00013600
       01 WS-SYSIN-PARM.                                                00013700
          05 WS-SLA-TIME      PIC 9(06).                                00013800
          05 FILLER           PIC X(01).                                00013900
          05 WS-SLA-DAYS      PIC 9(01).                                00014000
          05 FILLER           PIC X(01).                                00014100
          05 WS-RISE-PCT      PIC 9(03).                                00014200
          05 FILLER           PIC X(01).                                00014300
          05 WS-JOB-ID        PIC X(08).                                00014400
       01 WS-WINDOW-DAYS      PIC 9(03) VALUE 30.                       00014500
       01 WS-EXP-CT           PIC 9(03) VALUE 0.                        00014600
       01 WS-EXP-SUB          PIC 9(03) VALUE 0.                        00014700
       01 WS-EXP-TABLE.                                                 00014800
          05 WS-EXP-ENTRY OCCURS 50 TIMES.                              00014900
             10 WS-EX-PGM     PIC X(08).                                00015000
             10 WS-EX-ALT     PIC X(08).                                00015100
             10 WS-EX-FREQ    PIC X(01).                                00015200
                88 WS-EX-NIGHTLY VALUE 'D'.                             00015300
       01 WS-CELL-CT          PIC 9(05) VALUE 0.                        00015400
       01 WS-CELL-SUB         PIC 9(05) VALUE 0.                        00015500
       01 WS-CELL-IX          PIC 9(05) VALUE 0.                        00015600
       01 WS-CELL-TABLE.                                                00015700
          05 WS-CELL-ENTRY OCCURS 3000 TIMES.                           00015800
             10 WS-CE-DATE    PIC 9(08).                                00015900
             10 WS-CE-PGM     PIC X(08).                                00016000
             10 WS-CE-FIRST-S PIC X(14).                                00016100
             10 WS-CE-LAST-S  PIC X(14).                                00016200
             10 WS-CE-END     PIC X(14).                                00016300
             10 WS-CE-STARTS  PIC 9(03).                                00016400
             10 WS-CE-ELAPSED PIC 9(07).                                00016500
             10 WS-CE-DONE-SW PIC X(01).                                00016600
                88 WS-CE-DONE VALUE 'Y'.                                00016700
       01 WS-DATE-CT          PIC 9(03) VALUE 0.                        00016800
       01 WS-DATE-SUB         PIC 9(03) VALUE 0.                        00016900
       01 WS-DATE-SUB2        PIC 9(03) VALUE 0.                        00017000
       01 WS-DATE-TABLE.                                                00017100
          05 WS-DT-ENTRY OCCURS 30 TIMES.                               00017200
             10 WS-DT-DATE    PIC 9(08).                                00017300
       01 WS-DATE-SWAP        PIC 9(08) VALUE 0.                        00017400
       01 WS-DATE-LOW         PIC 9(03) VALUE 0.                        00017433
       01 WS-OLDEST-DATE      PIC 9(08) VALUE 0.                        00017466
       01 WS-WIN-START        PIC 9(03) VALUE 1.                        00017500
       01 WS-WIN-HALF         PIC 9(03) VALUE 1.                        00017600
       01 WS-CHAIN-TABLE.                                               00017700
          05 WS-CH-ENTRY OCCURS 30 TIMES.                               00017800
             10 WS-CH-ELAPSED PIC 9(07).                                00017900
             10 WS-CH-STAT    PIC X(01).                                00018000
                88 WS-CH-MET  VALUE 'M'.                                00018100
                88 WS-CH-MISSED VALUE 'X'.                              00018200
                88 WS-CH-INCOMPLETE VALUE 'I'.                          00018300
                88 WS-CH-NOT-RUN VALUE 'N'.                             00018400
       01 WS-CURR-DATE        PIC 9(08) VALUE 0.                        00018500
       01 WS-LOOK-PGM         PIC X(08) VALUE SPACE.                    00018600
       01 WS-CHAIN-START      PIC X(14) VALUE SPACE.                    00018700
       01 WS-CHAIN-END        PIC X(14) VALUE SPACE.                    00018800
       01 WS-CHAIN-OPEN       PIC 9(03) VALUE 0.                        00018900
       01 WS-TS               PIC X(14) VALUE SPACE.                    00019000
       01 WS-TS-PARTS REDEFINES WS-TS.                                  00019100
          05 WS-TS-YYYY       PIC 9(04).                                00019200
          05 WS-TS-MM         PIC 9(02).                                00019300
          05 WS-TS-DD         PIC 9(02).                                00019400
          05 WS-TS-HH         PIC 9(02).                                00019500
          05 WS-TS-MI         PIC 9(02).                                00019600
          05 WS-TS-SS         PIC 9(02).                                00019700
       01 WS-TS-NUM REDEFINES WS-TS PIC 9(14).                          00019800
       01 WS-TS-DATE REDEFINES WS-TS PIC 9(08).                         00020050
       01 WS-DAYNUM           PIC 9(07) VALUE 0.                        00020300
       01 WS-ABS-SECS         PIC 9(12) VALUE 0.                        00020400
       01 WS-SECS-A           PIC 9(12) VALUE 0.                        00020500
       01 WS-SECS-B           PIC 9(12) VALUE 0.                        00020600
       01 WS-CUTOFF-SECS      PIC 9(12) VALUE 0.                        00020700
       01 WS-EL-SECS          PIC 9(07) VALUE 0.                        00020800
       01 WS-EL-HH            PIC 9(04) VALUE 0.                        00020900
       01 WS-EL-REM           PIC 9(04) VALUE 0.                        00021000
       01 WS-EL-MI            PIC 9(02) VALUE 0.                        00021100
       01 WS-EL-SS            PIC 9(02) VALUE 0.                        00021200
       01 WS-TOD-TEXT.                                                  00021300
          05 TT-MM            PIC X(02).                                00021400
          05 FILLER           PIC X(01) VALUE '/'.                      00021500
          05 TT-DD            PIC X(02).                                00021600
          05 FILLER           PIC X(01) VALUE SPACE.                    00021700
          05 TT-HH            PIC X(02).                                00021800
          05 FILLER           PIC X(01) VALUE ':'.                      00021900
          05 TT-MI            PIC X(02).                                00022000
          05 FILLER           PIC X(01) VALUE ':'.                      00022100
          05 TT-SS            PIC X(02).                                00022200
       01 WS-CUTOFF-TEXT.                                               00022300
          05 FILLER           PIC X(02) VALUE 'D+'.                     00022400
          05 CT-DAYS          PIC 9(01).                                00022500
          05 FILLER           PIC X(03) VALUE SPACE.                    00022600
          05 CT-TIME          PIC X(08).                                00022700
       01 WS-ELAPSED-TEXT.                                              00022800
          05 ET-HH            PIC ZZ9.                                  00022900
          05 FILLER           PIC X(01) VALUE ':'.                      00023000
          05 ET-MI            PIC 9(02).                                00023100
          05 FILLER           PIC X(01) VALUE ':'.                      00023200
          05 ET-SS            PIC 9(02).                                00023300
       01 WS-ACC-SECS         PIC 9(07) VALUE 0.                        00023400
       01 WS-TR-RUNS          PIC 9(03) VALUE 0.                        00023500
       01 WS-TR-TOTAL         PIC 9(09) VALUE 0.                        00023600
       01 WS-TR-MAX           PIC 9(07) VALUE 0.                        00023700
       01 WS-TR-LATEST        PIC 9(07) VALUE 0.                        00023800
       01 WS-TR-EARLY-CT      PIC 9(03) VALUE 0.                        00023900
       01 WS-TR-EARLY-TOT     PIC 9(09) VALUE 0.                        00024000
       01 WS-TR-LATE-CT       PIC 9(03) VALUE 0.                        00024100
       01 WS-TR-LATE-TOT      PIC 9(09) VALUE 0.                        00024200
       01 WS-TR-EARLY-AVG     PIC 9(07) VALUE 0.                        00024300
       01 WS-TR-LATE-AVG      PIC 9(07) VALUE 0.                        00024400
       01 WS-TR-LIMIT         PIC 9(09) VALUE 0.                        00024500
       01 WS-MISSING-COUNT    PIC 9(05) VALUE 0.                        00024600
       01 WS-INCOMPL-COUNT    PIC 9(05) VALUE 0.                        00024700
       01 WS-RERUN-COUNT      PIC 9(05) VALUE 0.                        00024800
       01 WS-SLA-MISS-COUNT   PIC 9(03) VALUE 0.                        00024900
       01 WS-RISING-COUNT     PIC 9(03) VALUE 0.                        00025000
       01 WS-STEP-LINE.                                                 00025100
          05 FILLER           PIC X(04) VALUE SPACE.                    00025200
          05 SL-PGM           PIC X(08).                                00025300
          05 FILLER           PIC X(02) VALUE SPACE.                    00025400
          05 SL-START         PIC X(14).                                00025500
          05 FILLER           PIC X(02) VALUE SPACE.                    00025600
          05 SL-END           PIC X(14).                                00025700
          05 FILLER           PIC X(02) VALUE SPACE.                    00025800
          05 SL-ELAPSED       PIC X(09).                                00025900
          05 FILLER           PIC X(02) VALUE SPACE.                    00026000
          05 SL-STATUS        PIC X(24).                                00026100
          05 SL-NOTE          PIC X(13).                                00026200
       01 WS-RERUN-TEXT.                                                00026300
          05 FILLER           PIC X(17) VALUE 'COMPLETE - STARTS'.      00026400
          05 FILLER           PIC X(01) VALUE SPACE.                    00026500
          05 RT-STARTS        PIC ZZ9.                                  00026600
       01 WS-CHAIN-LINE.                                                00026700
          05 FILLER           PIC X(04) VALUE SPACE.                    00026800
          05 FILLER           PIC X(08) VALUE 'CHAIN'.                  00026900
          05 FILLER           PIC X(02) VALUE SPACE.                    00027000
          05 CHL-START        PIC X(14).                                00027100
          05 FILLER           PIC X(02) VALUE SPACE.                    00027200
          05 CHL-END          PIC X(14).                                00027300
          05 FILLER           PIC X(02) VALUE SPACE.                    00027400
          05 CHL-ELAPSED      PIC X(09).                                00027500
          05 FILLER           PIC X(02) VALUE SPACE.                    00027600
          05 FILLER           PIC X(07) VALUE 'CUTOFF '.                00027700
          05 CHL-CUTOFF       PIC X(14).                                00027800
          05 FILLER           PIC X(02) VALUE SPACE.                    00027900
          05 CHL-STATUS       PIC X(16).                                00028000
       01 WS-TREND-LINE.                                                00028100
          05 FILLER           PIC X(04) VALUE SPACE.                    00028200
          05 TL-PGM           PIC X(08).                                00028300
          05 FILLER           PIC X(02) VALUE SPACE.                    00028400
          05 TL-RUNS          PIC ZZ9.                                  00028500
          05 FILLER           PIC X(02) VALUE SPACE.                    00028600
          05 TL-AVG           PIC X(09).                                00028700
          05 FILLER           PIC X(02) VALUE SPACE.                    00028800
          05 TL-MAX           PIC X(09).                                00028900
          05 FILLER           PIC X(02) VALUE SPACE.                    00029000
          05 TL-EARLY         PIC X(09).                                00029100
          05 FILLER           PIC X(02) VALUE SPACE.                    00029200
          05 TL-LATE          PIC X(09).                                00029300
          05 FILLER           PIC X(02) VALUE SPACE.                    00029400
          05 TL-LATEST        PIC X(09).                                00029500
          05 FILLER           PIC X(02) VALUE SPACE.                    00029600
          05 TL-FLAG          PIC X(10).                                00029700
       COPY ERRPARM.                                                    00029800
       PROCEDURE DIVISION.                                              00029900
       MAIN-PARA.                                                       00030000
           PERFORM OPEN-PARA.                                           00030100
           PERFORM LOAD-STEP-PARA UNTIL WS-STEP-EOF.                    00030200
           PERFORM LOAD-DATE-PARA UNTIL WS-LOG-EOF.                     00030300
           IF WS-DATE-CT = 0                                            00030400
              DISPLAY "NO CONTROLLED STEPS ON THE BUSINESS DATE LOG"    00030500
              PERFORM CLOSE-PARA                                        00030600
              MOVE 4 TO RETURN-CODE                                     00030700
              STOP RUN                                                  00030800
           END-IF.                                                      00030900
           PERFORM SORT-DATES-PARA.                                     00031000
           PERFORM REOPEN-LOG-PARA.                                     00031033
           PERFORM LOAD-LOG-PARA UNTIL WS-LOG-EOF.                      00031066
           PERFORM WINDOW-PARA.                                         00031100
           PERFORM DATE-RPT-PARA                                        00031200
              VARYING WS-DATE-SUB FROM WS-WIN-START BY 1                00031300
              UNTIL WS-DATE-SUB > WS-DATE-CT.                           00031400
           PERFORM TREND-PARA.                                          00031500
           PERFORM SLA-CHECK-PARA.                                      00031600
           PERFORM SUMMARY-PARA.                                        00031700
           PERFORM CLOSE-PARA.                                          00031800
           STOP RUN.                                                    00031900
       ERROR-EXIT.                                                      00032000
           MOVE 16 TO RETURN-CODE.                                      00032100
           STOP RUN.                                                    00032200
                                                                        00032300
       OPEN-PARA.                                                       00032400
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00032500
           ACCEPT WS-SYSIN-PARM.                                        00032600
           IF WS-SLA-TIME NOT NUMERIC OR WS-SLA-TIME > 235959           00032700
              DISPLAY "SLA CUTOFF TIME MISSING OR INVALID ON SYSIN"     00032800
              GO TO ERROR-EXIT                                          00032900
           END-IF.                                                      00033000
           IF WS-SLA-DAYS NOT NUMERIC                                   00033100
              MOVE 0 TO WS-SLA-DAYS                                     00033200
           END-IF.                                                      00033300
           IF WS-RISE-PCT NOT NUMERIC                                   00033400
              MOVE 0 TO WS-RISE-PCT                                     00033500
           END-IF.                                                      00033600
           OPEN INPUT STEP-FILE.                                        00033700
           IF BX-STAT NOT = '00'                                        00033800
              DISPLAY "EXPECTED STEPS TABLE OPEN ERROR, STATUS "        00033900
                 BX-STAT                                                00034000
              GO TO ERROR-EXIT                                          00034100
           END-IF.                                                      00034200
           OPEN INPUT BDLOG-FILE.                                       00034300
           IF BL-STAT NOT = '00'                                        00034400
              DISPLAY "BUSINESS DATE LOG OPEN ERROR, STATUS " BL-STAT   00034500
              GO TO ERROR-EXIT                                          00034600
           END-IF.                                                      00034700
           DISPLAY "BATCH WINDOW SLA REPORT - RUN DATE " WS-RUN-DATE    00034800
              " - LAST " WS-WINDOW-DAYS " BUSINESS DATES".              00034900
           DISPLAY "SLA CUTOFF " WS-SLA-TIME " ON BUSINESS DATE + "     00035000
              WS-SLA-DAYS " DAY(S), TREND RISE LIMIT " WS-RISE-PCT      00035100
              " PERCENT".                                               00035200
           DISPLAY SPACE.                                               00035300
                                                                        00035400
       LOAD-STEP-PARA.                                                  00035500
           READ STEP-FILE                                               00035600
              AT END                                                    00035700
                 SET WS-STEP-EOF TO TRUE                                00035800
              NOT AT END                                                00035900
                 IF BX-PGM NOT = SPACE                                  00036000
                    AND (BX-NIGHTLY OR BX-MONTHLY)                      00036100
                    AND WS-EXP-CT < 50                                  00036200
                    ADD 1 TO WS-EXP-CT                                  00036300
                    MOVE BX-PGM TO WS-EX-PGM(WS-EXP-CT)                 00036400
                    MOVE BX-ALT-PGM TO WS-EX-ALT(WS-EXP-CT)             00036500
                    MOVE BX-FREQ TO WS-EX-FREQ(WS-EXP-CT)               00036600
                 ELSE                                                   00036700
                    DISPLAY "EXPECTED STEP ENTRY IGNORED: " BX-PGM      00036800
                       " FREQUENCY " BX-FREQ                            00036900
                 END-IF                                                 00037000
           END-READ.                                                    00037100
                                                                        00037200
       LOAD-DATE-PARA.                                                  00037204
           READ BDLOG-FILE                                              00037208
              AT END                                                    00037212
                 SET WS-LOG-EOF TO TRUE                                 00037216
              NOT AT END                                                00037220
                 IF BDL-BUSDATE NUMERIC                                 00037224
                    PERFORM DATE-ADD-PARA                               00037228
                 END-IF                                                 00037232
           END-READ.                                                    00037236
                                                                        00037240
       REOPEN-LOG-PARA.                                                 00037244
           CLOSE BDLOG-FILE.                                            00037248
           OPEN INPUT BDLOG-FILE.                                       00037252
           IF BL-STAT NOT = '00'                                        00037256
              DISPLAY "BUSINESS DATE LOG REOPEN ERROR, STATUS " BL-STAT 00037260
              GO TO ERROR-EXIT                                          00037264
           END-IF.                                                      00037268
           MOVE 'N' TO WS-LOG-EOF-SW.                                   00037272
           MOVE WS-DT-DATE(1) TO WS-OLDEST-DATE.                        00037276
                                                                        00037280
       LOAD-LOG-PARA.                                                   00037300
           READ BDLOG-FILE                                              00037400
              AT END                                                    00037500
                 SET WS-LOG-EOF TO TRUE                                 00037600
              NOT AT END                                                00037700
                 PERFORM LOG-CELL-PARA THROUGH LOG-CELL-DONE            00037800
           END-READ.                                                    00037900
                                                                        00038000
       LOG-CELL-PARA.                                                   00038100
           IF BDL-BUSDATE NOT NUMERIC                                   00038200
              OR BDL-BUSDATE < WS-OLDEST-DATE                           00038250
              GO TO LOG-CELL-DONE                                       00038300
           END-IF.                                                      00038400
           MOVE BDL-BUSDATE TO WS-CURR-DATE.                            00038500
           MOVE BDL-PGM TO WS-LOOK-PGM.                                 00038600
           PERFORM CELL-FIND-PARA.                                      00038700
           IF NOT WS-FOUND                                              00038800
              IF WS-CELL-CT NOT < 3000                                  00038825
                 PERFORM CELL-EVICT-PARA                                00038850
              END-IF                                                    00038875
              IF WS-CELL-CT < 3000                                      00038900
                 AND BDL-BUSDATE NOT < WS-OLDEST-DATE                   00038950
                 ADD 1 TO WS-CELL-CT                                    00039000
                 MOVE WS-CELL-CT TO WS-CELL-IX                          00039100
                 MOVE BDL-BUSDATE TO WS-CE-DATE(WS-CELL-IX)             00039200
                 MOVE BDL-PGM TO WS-CE-PGM(WS-CELL-IX)                  00039300
                 MOVE SPACE TO WS-CE-FIRST-S(WS-CELL-IX)                00039400
                 MOVE SPACE TO WS-CE-LAST-S(WS-CELL-IX)                 00039500
                 MOVE SPACE TO WS-CE-END(WS-CELL-IX)                    00039600
                 MOVE 0 TO WS-CE-STARTS(WS-CELL-IX)                     00039700
                 MOVE 0 TO WS-CE-ELAPSED(WS-CELL-IX)                    00039800
                 MOVE 'N' TO WS-CE-DONE-SW(WS-CELL-IX)                  00039900
              ELSE                                                      00040100
                 IF NOT WS-TABLE-FULL                                   00040200
                    DISPLAY "STEP TABLE FULL - LATER LOG ENTRIES "      00040300
                       "NOT REPORTED"                                   00040400
                    SET WS-TABLE-FULL TO TRUE                           00040500
                 END-IF                                                 00040600
                 GO TO LOG-CELL-DONE                                    00040700
              END-IF                                                    00040800
           END-IF.                                                      00040900
           IF BDL-FUNC = 'S'                                            00041000
              ADD 1 TO WS-CE-STARTS(WS-CELL-IX)                         00041100
              IF WS-CE-FIRST-S(WS-CELL-IX) = SPACE                      00041200
                 MOVE BDL-TIMESTAMP TO WS-CE-FIRST-S(WS-CELL-IX)        00041300
              END-IF                                                    00041400
              MOVE BDL-TIMESTAMP TO WS-CE-LAST-S(WS-CELL-IX)            00041500
              MOVE 'N' TO WS-CE-DONE-SW(WS-CELL-IX)                     00041600
              GO TO LOG-CELL-DONE                                       00041700
           END-IF.                                                      00041800
           IF BDL-FUNC NOT = 'E'                                        00041900
              GO TO LOG-CELL-DONE                                       00042000
           END-IF.                                                      00042100
           MOVE BDL-TIMESTAMP TO WS-CE-END(WS-CELL-IX).                 00042200
           MOVE 'Y' TO WS-CE-DONE-SW(WS-CELL-IX).                       00042300
           MOVE 0 TO WS-CE-ELAPSED(WS-CELL-IX).                         00042400
           IF WS-CE-LAST-S(WS-CELL-IX) = SPACE                          00042500
              GO TO LOG-CELL-DONE                                       00042600
           END-IF.                                                      00042700
           MOVE WS-CE-LAST-S(WS-CELL-IX) TO WS-TS.                      00042800
           PERFORM ABS-SECS-PARA.                                       00042900
           MOVE WS-ABS-SECS TO WS-SECS-A.                               00043000
           MOVE BDL-TIMESTAMP TO WS-TS.                                 00043100
           PERFORM ABS-SECS-PARA.                                       00043200
           MOVE WS-ABS-SECS TO WS-SECS-B.                               00043300
           IF WS-SECS-B > WS-SECS-A                                     00043400
              AND WS-SECS-B - WS-SECS-A < 10000000                      00043500
              COMPUTE WS-CE-ELAPSED(WS-CELL-IX) =                       00043600
                 WS-SECS-B - WS-SECS-A                                  00043700
           END-IF.                                                      00043800
       LOG-CELL-DONE.                                                   00043900
           EXIT.                                                        00044000
                                                                        00044100
       CELL-FIND-PARA.                                                  00044200
           MOVE 'N' TO WS-FOUND-SW.                                     00044300
           PERFORM CELL-MATCH-PARA                                      00044400
              VARYING WS-CELL-SUB FROM 1 BY 1                           00044500
              UNTIL WS-CELL-SUB > WS-CELL-CT OR WS-FOUND.               00044600
           IF WS-FOUND                                                  00044700
              COMPUTE WS-CELL-IX = WS-CELL-SUB - 1                      00044800
           END-IF.                                                      00044900
                                                                        00045000
       CELL-EVICT-PARA.                                                 00045003
           IF WS-DATE-CT > 1                                            00045006
              DISPLAY "STEP TABLE FULL - BUSINESS DATE " WS-DT-DATE(1)  00045009
                 " DROPPED FROM THE WINDOW"                             00045012
              MOVE 0 TO WS-CELL-IX                                      00045015
              PERFORM CELL-KEEP-PARA                                    00045018
                 VARYING WS-CELL-SUB FROM 1 BY 1                        00045021
                 UNTIL WS-CELL-SUB > WS-CELL-CT                         00045024
              MOVE WS-CELL-IX TO WS-CELL-CT                             00045027
              PERFORM DATE-SHIFT-PARA                                   00045030
                 VARYING WS-DATE-SUB FROM 1 BY 1                        00045033
                 UNTIL WS-DATE-SUB >= WS-DATE-CT                        00045036
              SUBTRACT 1 FROM WS-DATE-CT                                00045039
              MOVE WS-DT-DATE(1) TO WS-OLDEST-DATE                      00045042
           END-IF.                                                      00045045
                                                                        00045048
       CELL-KEEP-PARA.                                                  00045051
           IF WS-CE-DATE(WS-CELL-SUB) NOT = WS-DT-DATE(1)               00045054
              ADD 1 TO WS-CELL-IX                                       00045057
              MOVE WS-CELL-ENTRY(WS-CELL-SUB)                           00045060
                 TO WS-CELL-ENTRY(WS-CELL-IX)                           00045063
           END-IF.                                                      00045066
                                                                        00045069
       DATE-SHIFT-PARA.                                                 00045072
           MOVE WS-DT-DATE(WS-DATE-SUB + 1) TO WS-DT-DATE(WS-DATE-SUB). 00045075
                                                                        00045078
       CELL-MATCH-PARA.                                                 00045100
           IF WS-CE-DATE(WS-CELL-SUB) = WS-CURR-DATE                    00045200
              AND WS-CE-PGM(WS-CELL-SUB) = WS-LOOK-PGM                  00045300
              SET WS-FOUND TO TRUE                                      00045400
           END-IF.                                                      00045500
                                                                        00045600
       DATE-ADD-PARA.                                                   00045700
           MOVE 'N' TO WS-FOUND-SW.                                     00045800
           PERFORM DATE-SCAN-PARA                                       00045900
              VARYING WS-DATE-SUB FROM 1 BY 1                           00046000
              UNTIL WS-DATE-SUB > WS-DATE-CT OR WS-FOUND.               00046100
           IF NOT WS-FOUND                                              00046128
              IF WS-DATE-CT < WS-WINDOW-DAYS                            00046156
                 ADD 1 TO WS-DATE-CT                                    00046184
                 MOVE BDL-BUSDATE TO WS-DT-DATE(WS-DATE-CT)             00046212
              ELSE                                                      00046240
                 MOVE 1 TO WS-DATE-LOW                                  00046268
                 PERFORM DATE-LOW-PARA                                  00046296
                    VARYING WS-DATE-SUB FROM 2 BY 1                     00046324
                    UNTIL WS-DATE-SUB > WS-DATE-CT                      00046352
                 IF BDL-BUSDATE > WS-DT-DATE(WS-DATE-LOW)               00046380
                    MOVE BDL-BUSDATE TO WS-DT-DATE(WS-DATE-LOW)         00046408
                 END-IF                                                 00046436
              END-IF                                                    00046464
           END-IF.                                                      00046500
                                                                        00046600
       DATE-SCAN-PARA.                                                  00046700
           IF WS-DT-DATE(WS-DATE-SUB) = BDL-BUSDATE                     00046800
              SET WS-FOUND TO TRUE                                      00046900
           END-IF.                                                      00047000
                                                                        00047100
       DATE-LOW-PARA.                                                   00047116
           IF WS-DT-DATE(WS-DATE-SUB) < WS-DT-DATE(WS-DATE-LOW)         00047132
              MOVE WS-DATE-SUB TO WS-DATE-LOW                           00047148
           END-IF.                                                      00047164
                                                                        00047180
       ABS-SECS-PARA.                                                   00047200
           IF WS-TS-NUM NOT NUMERIC                                     00047300
              MOVE 0 TO WS-ABS-SECS                                     00047400
           ELSE                                                         00047500
              COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)  00048350
              COMPUTE WS-ABS-SECS = WS-DAYNUM * 86400                   00049200
                 + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS           00049300
           END-IF.                                                      00049400
                                                                        00049500
       FORMAT-TOD-PARA.                                                 00049600
           MOVE WS-TS(5:2) TO TT-MM.                                    00049700
           MOVE WS-TS(7:2) TO TT-DD.                                    00049800
           MOVE WS-TS(9:2) TO TT-HH.                                    00049900
           MOVE WS-TS(11:2) TO TT-MI.                                   00050000
           MOVE WS-TS(13:2) TO TT-SS.                                   00050100
                                                                        00050200
       FORMAT-ELAPSED-PARA.                                             00050300
           DIVIDE WS-EL-SECS BY 3600 GIVING WS-EL-HH                    00050400
              REMAINDER WS-EL-REM.                                      00050500
           DIVIDE WS-EL-REM BY 60 GIVING WS-EL-MI                       00050600
              REMAINDER WS-EL-SS.                                       00050700
           IF WS-EL-HH > 999                                            00050800
              MOVE 999 TO WS-EL-HH                                      00050900
           END-IF.                                                      00051000
           MOVE WS-EL-HH TO ET-HH.                                      00051100
           MOVE WS-EL-MI TO ET-MI.                                      00051200
           MOVE WS-EL-SS TO ET-SS.                                      00051300
                                                                        00051400
       SORT-DATES-PARA.                                                 00051500
           PERFORM SORT-OUTER-PARA                                      00051600
              VARYING WS-DATE-SUB FROM 1 BY 1                           00051700
              UNTIL WS-DATE-SUB >= WS-DATE-CT.                          00051800
                                                                        00051900
       SORT-OUTER-PARA.                                                 00052000
           PERFORM SORT-INNER-PARA                                      00052100
              VARYING WS-DATE-SUB2 FROM 1 BY 1                          00052200
              UNTIL WS-DATE-SUB2 >= WS-DATE-CT.                         00052300
                                                                        00052400
       SORT-INNER-PARA.                                                 00052500
           IF WS-DT-DATE(WS-DATE-SUB2) >                                00052600
              WS-DT-DATE(WS-DATE-SUB2 + 1)                              00052700
              MOVE WS-DT-DATE(WS-DATE-SUB2) TO WS-DATE-SWAP             00052800
              MOVE WS-DT-DATE(WS-DATE-SUB2 + 1)                         00052900
                 TO WS-DT-DATE(WS-DATE-SUB2)                            00053000
              MOVE WS-DATE-SWAP TO WS-DT-DATE(WS-DATE-SUB2 + 1)         00053100
           END-IF.                                                      00053200
                                                                        00053300
       WINDOW-PARA.                                                     00053400
           IF WS-DATE-CT > WS-WINDOW-DAYS                               00053500
              COMPUTE WS-WIN-START = WS-DATE-CT - WS-WINDOW-DAYS + 1    00053600
           ELSE                                                         00053700
              MOVE 1 TO WS-WIN-START                                    00053800
           END-IF.                                                      00053900
           COMPUTE WS-WIN-HALF =                                        00054000
              WS-WIN-START + (WS-DATE-CT - WS-WIN-START + 1) / 2.       00054100
                                                                        00054200
       DATE-RPT-PARA.                                                   00054300
           MOVE WS-DT-DATE(WS-DATE-SUB) TO WS-CURR-DATE.                00054400
           DISPLAY "BUSINESS DATE " WS-CURR-DATE.                       00054500
           DISPLAY "    PROGRAM   START           END             "     00054600
              "ELAPSED    STATUS".                                      00054700
           MOVE SPACE TO WS-CHAIN-START.                                00054800
           MOVE SPACE TO WS-CHAIN-END.                                  00054900
           MOVE 0 TO WS-CHAIN-OPEN.                                     00055000
           PERFORM EXP-STEP-PARA THROUGH EXP-STEP-DONE                  00055100
              VARYING WS-EXP-SUB FROM 1 BY 1                            00055200
              UNTIL WS-EXP-SUB > WS-EXP-CT.                             00055300
           PERFORM OTHER-STEP-PARA                                      00055400
              VARYING WS-CELL-SUB FROM 1 BY 1                           00055500
              UNTIL WS-CELL-SUB > WS-CELL-CT.                           00055600
           PERFORM CHAIN-PARA.                                          00055700
           DISPLAY SPACE.                                               00055800
                                                                        00055900
       EXP-STEP-PARA.                                                   00056000
           MOVE WS-EX-PGM(WS-EXP-SUB) TO WS-LOOK-PGM.                   00056100
           PERFORM CELL-FIND-PARA.                                      00056200
           IF NOT WS-FOUND AND WS-EX-ALT(WS-EXP-SUB) NOT = SPACE        00056300
              MOVE WS-EX-ALT(WS-EXP-SUB) TO WS-LOOK-PGM                 00056400
              PERFORM CELL-FIND-PARA                                    00056500
           END-IF.                                                      00056600
           IF NOT WS-FOUND                                              00056700
              IF WS-EX-NIGHTLY(WS-EXP-SUB)                              00056800
                 MOVE WS-EX-PGM(WS-EXP-SUB) TO SL-PGM                   00056900
                 MOVE SPACE TO SL-START                                 00057000
                 MOVE SPACE TO SL-END                                   00057100
                 MOVE SPACE TO SL-ELAPSED                               00057200
                 MOVE '** MISSING - NOT RUN **' TO SL-STATUS            00057300
                 MOVE SPACE TO SL-NOTE                                  00057400
                 DISPLAY WS-STEP-LINE                                   00057500
                 ADD 1 TO WS-MISSING-COUNT                              00057600
                 ADD 1 TO WS-CHAIN-OPEN                                 00057700
              END-IF                                                    00057800
              GO TO EXP-STEP-DONE                                       00057900
           END-IF.                                                      00058000
           MOVE SPACE TO SL-NOTE.                                       00058100
           IF NOT WS-EX-NIGHTLY(WS-EXP-SUB)                             00058200
              MOVE 'MONTHLY' TO SL-NOTE                                 00058300
           END-IF.                                                      00058400
           PERFORM STEP-LINE-PARA.                                      00058500
           IF NOT WS-EX-NIGHTLY(WS-EXP-SUB)                             00058600
              GO TO EXP-STEP-DONE                                       00058700
           END-IF.                                                      00058800
           IF WS-CHAIN-START = SPACE                                    00058900
              OR WS-CE-FIRST-S(WS-CELL-IX) < WS-CHAIN-START             00059000
              MOVE WS-CE-FIRST-S(WS-CELL-IX) TO WS-CHAIN-START          00059100
           END-IF.                                                      00059200
           IF WS-CE-DONE(WS-CELL-IX)                                    00059300
              IF WS-CE-END(WS-CELL-IX) > WS-CHAIN-END                   00059400
                 MOVE WS-CE-END(WS-CELL-IX) TO WS-CHAIN-END             00059500
              END-IF                                                    00059600
           ELSE                                                         00059700
              ADD 1 TO WS-CHAIN-OPEN                                    00059800
           END-IF.                                                      00059900
       EXP-STEP-DONE.                                                   00060000
           EXIT.                                                        00060100
                                                                        00060200
       OTHER-STEP-PARA.                                                 00060300
           IF WS-CE-DATE(WS-CELL-SUB) = WS-CURR-DATE                    00060400
              MOVE 'N' TO WS-FOUND-SW                                   00060500
              PERFORM EXP-SCAN-PARA                                     00060600
                 VARYING WS-EXP-SUB FROM 1 BY 1                         00060700
                 UNTIL WS-EXP-SUB > WS-EXP-CT OR WS-FOUND               00060800
              IF NOT WS-FOUND                                           00060900
                 MOVE WS-CELL-SUB TO WS-CELL-IX                         00061000
                 MOVE 'UNSCHEDULED' TO SL-NOTE                          00061100
                 PERFORM STEP-LINE-PARA                                 00061200
              END-IF                                                    00061300
           END-IF.                                                      00061400
                                                                        00061500
       EXP-SCAN-PARA.                                                   00061600
           IF WS-EX-PGM(WS-EXP-SUB) = WS-CE-PGM(WS-CELL-SUB)            00061700
              OR WS-EX-ALT(WS-EXP-SUB) = WS-CE-PGM(WS-CELL-SUB)         00061800
              SET WS-FOUND TO TRUE                                      00061900
           END-IF.                                                      00062000
                                                                        00062100
       STEP-LINE-PARA.                                                  00062200
           MOVE WS-CE-PGM(WS-CELL-IX) TO SL-PGM.                        00062300
           MOVE SPACE TO SL-START.                                      00062400
           MOVE SPACE TO SL-END.                                        00062500
           MOVE SPACE TO SL-ELAPSED.                                    00062600
           IF WS-CE-LAST-S(WS-CELL-IX) NOT = SPACE                      00062700
              MOVE WS-CE-LAST-S(WS-CELL-IX) TO WS-TS                    00062800
              PERFORM FORMAT-TOD-PARA                                   00062900
              MOVE WS-TOD-TEXT TO SL-START                              00063000
           END-IF.                                                      00063100
           IF WS-CE-DONE(WS-CELL-IX)                                    00063200
              MOVE WS-CE-END(WS-CELL-IX) TO WS-TS                       00063300
              PERFORM FORMAT-TOD-PARA                                   00063400
              MOVE WS-TOD-TEXT TO SL-END                                00063500
              MOVE WS-CE-ELAPSED(WS-CELL-IX) TO WS-EL-SECS              00063600
              PERFORM FORMAT-ELAPSED-PARA                               00063700
              MOVE WS-ELAPSED-TEXT TO SL-ELAPSED                        00063800
              IF WS-CE-STARTS(WS-CELL-IX) > 1                           00063900
                 MOVE WS-CE-STARTS(WS-CELL-IX) TO RT-STARTS             00064000
                 MOVE WS-RERUN-TEXT TO SL-STATUS                        00064100
                 ADD 1 TO WS-RERUN-COUNT                                00064200
              ELSE                                                      00064300
                 MOVE 'COMPLETE' TO SL-STATUS                           00064400
              END-IF                                                    00064500
           ELSE                                                         00064600
              MOVE '** NOT COMPLETED **' TO SL-STATUS                   00064700
              ADD 1 TO WS-INCOMPL-COUNT                                 00064800
           END-IF.                                                      00064900
           DISPLAY WS-STEP-LINE.                                        00065000
                                                                        00065100
       CHAIN-PARA.                                                      00065200
           MOVE WS-CURR-DATE TO WS-TS(1:8).                             00065300
           MOVE WS-SLA-TIME TO WS-TS(9:6).                              00065400
           PERFORM ABS-SECS-PARA.                                       00065500
           COMPUTE WS-CUTOFF-SECS = WS-ABS-SECS + WS-SLA-DAYS * 86400.  00065600
           PERFORM FORMAT-TOD-PARA.                                     00065700
           IF WS-SLA-DAYS > 0                                           00065800
              MOVE WS-SLA-DAYS TO CT-DAYS                               00065900
              MOVE WS-TOD-TEXT(7:8) TO CT-TIME                          00066000
              MOVE WS-CUTOFF-TEXT TO CHL-CUTOFF                         00066100
           ELSE                                                         00066200
              MOVE WS-TOD-TEXT TO CHL-CUTOFF                            00066300
           END-IF.                                                      00066400
           MOVE SPACE TO CHL-START.                                     00066500
           MOVE SPACE TO CHL-END.                                       00066600
           MOVE SPACE TO CHL-ELAPSED.                                   00066700
           MOVE 0 TO WS-CH-ELAPSED(WS-DATE-SUB).                        00066800
           IF WS-CHAIN-START = SPACE                                    00066900
              SET WS-CH-NOT-RUN(WS-DATE-SUB) TO TRUE                    00067000
              MOVE 'NOT RUN' TO CHL-STATUS                              00067100
              DISPLAY WS-CHAIN-LINE                                     00067200
           ELSE                                                         00067300
              PERFORM CHAIN-TIME-PARA                                   00067400
           END-IF.                                                      00067500
                                                                        00067600
       CHAIN-TIME-PARA.                                                 00067700
           MOVE WS-CHAIN-START TO WS-TS.                                00067800
           PERFORM FORMAT-TOD-PARA.                                     00067900
           MOVE WS-TOD-TEXT TO CHL-START.                               00068000
           PERFORM ABS-SECS-PARA.                                       00068100
           MOVE WS-ABS-SECS TO WS-SECS-A.                               00068200
           IF WS-CHAIN-OPEN > 0 OR WS-CHAIN-END = SPACE                 00068300
              SET WS-CH-INCOMPLETE(WS-DATE-SUB) TO TRUE                 00068400
              MOVE '** INCOMPLETE **' TO CHL-STATUS                     00068500
           ELSE                                                         00068600
              MOVE WS-CHAIN-END TO WS-TS                                00068700
              PERFORM FORMAT-TOD-PARA                                   00068800
              MOVE WS-TOD-TEXT TO CHL-END                               00068900
              PERFORM ABS-SECS-PARA                                     00069000
              MOVE WS-ABS-SECS TO WS-SECS-B                             00069100
              IF WS-SECS-B > WS-SECS-A                                  00069200
                 AND WS-SECS-B - WS-SECS-A < 10000000                   00069300
                 COMPUTE WS-CH-ELAPSED(WS-DATE-SUB) =                   00069400
                    WS-SECS-B - WS-SECS-A                               00069500
              END-IF                                                    00069600
              MOVE WS-CH-ELAPSED(WS-DATE-SUB) TO WS-EL-SECS             00069700
              PERFORM FORMAT-ELAPSED-PARA                               00069800
              MOVE WS-ELAPSED-TEXT TO CHL-ELAPSED                       00069900
              IF WS-SECS-B > WS-CUTOFF-SECS                             00070000
                 SET WS-CH-MISSED(WS-DATE-SUB) TO TRUE                  00070100
                 MOVE '** SLA MISSED **' TO CHL-STATUS                  00070200
                 ADD 1 TO WS-SLA-MISS-COUNT                             00070300
              ELSE                                                      00070400
                 SET WS-CH-MET(WS-DATE-SUB) TO TRUE                     00070500
                 MOVE 'SLA MET' TO CHL-STATUS                           00070600
              END-IF                                                    00070700
           END-IF.                                                      00070800
           DISPLAY WS-CHAIN-LINE.                                       00070900
                                                                        00071000
       TREND-PARA.                                                      00071100
           DISPLAY "ELAPSED TIME TREND - LAST " WS-WINDOW-DAYS          00071200
              " BUSINESS DATES (EARLY/LATE = AVERAGE OF EACH HALF)".    00071300
           DISPLAY "    PROGRAM   RUNS  AVERAGE    MAXIMUM    "         00071400
              "EARLY AVG  LATE AVG   LATEST".                           00071500
           PERFORM TREND-STEP-PARA                                      00071600
              VARYING WS-EXP-SUB FROM 1 BY 1                            00071700
              UNTIL WS-EXP-SUB > WS-EXP-CT.                             00071800
           PERFORM TREND-RESET-PARA.                                    00071900
           PERFORM TREND-CHAIN-PARA                                     00072000
              VARYING WS-DATE-SUB FROM WS-WIN-START BY 1                00072100
              UNTIL WS-DATE-SUB > WS-DATE-CT.                           00072200
           MOVE 'CHAIN' TO TL-PGM.                                      00072300
           PERFORM TREND-LINE-PARA.                                     00072400
                                                                        00072500
       TREND-STEP-PARA.                                                 00072600
           PERFORM TREND-RESET-PARA.                                    00072700
           PERFORM TREND-DATE-PARA                                      00072800
              VARYING WS-DATE-SUB FROM WS-WIN-START BY 1                00072900
              UNTIL WS-DATE-SUB > WS-DATE-CT.                           00073000
           MOVE WS-EX-PGM(WS-EXP-SUB) TO TL-PGM.                        00073100
           PERFORM TREND-LINE-PARA.                                     00073200
                                                                        00073300
       TREND-RESET-PARA.                                                00073400
           MOVE 0 TO WS-TR-RUNS.                                        00073500
           MOVE 0 TO WS-TR-TOTAL.                                       00073600
           MOVE 0 TO WS-TR-MAX.                                         00073700
           MOVE 0 TO WS-TR-LATEST.                                      00073800
           MOVE 0 TO WS-TR-EARLY-CT.                                    00073900
           MOVE 0 TO WS-TR-EARLY-TOT.                                   00074000
           MOVE 0 TO WS-TR-LATE-CT.                                     00074100
           MOVE 0 TO WS-TR-LATE-TOT.                                    00074200
                                                                        00074300
       TREND-DATE-PARA.                                                 00074400
           MOVE WS-DT-DATE(WS-DATE-SUB) TO WS-CURR-DATE.                00074500
           MOVE WS-EX-PGM(WS-EXP-SUB) TO WS-LOOK-PGM.                   00074600
           PERFORM CELL-FIND-PARA.                                      00074700
           IF NOT WS-FOUND AND WS-EX-ALT(WS-EXP-SUB) NOT = SPACE        00074800
              MOVE WS-EX-ALT(WS-EXP-SUB) TO WS-LOOK-PGM                 00074900
              PERFORM CELL-FIND-PARA                                    00075000
           END-IF.                                                      00075100
           IF WS-FOUND                                                  00075200
              IF WS-CE-DONE(WS-CELL-IX)                                 00075300
                 MOVE WS-CE-ELAPSED(WS-CELL-IX) TO WS-ACC-SECS          00075400
                 PERFORM TREND-ACCUM-PARA                               00075500
              END-IF                                                    00075600
           END-IF.                                                      00075700
                                                                        00075800
       TREND-CHAIN-PARA.                                                00075900
           IF WS-CH-MET(WS-DATE-SUB) OR WS-CH-MISSED(WS-DATE-SUB)       00076000
              MOVE WS-CH-ELAPSED(WS-DATE-SUB) TO WS-ACC-SECS            00076100
              PERFORM TREND-ACCUM-PARA                                  00076200
           END-IF.                                                      00076300
                                                                        00076400
       TREND-ACCUM-PARA.                                                00076500
           ADD 1 TO WS-TR-RUNS.                                         00076600
           ADD WS-ACC-SECS TO WS-TR-TOTAL.                              00076700
           IF WS-ACC-SECS > WS-TR-MAX                                   00076800
              MOVE WS-ACC-SECS TO WS-TR-MAX                             00076900
           END-IF.                                                      00077000
           MOVE WS-ACC-SECS TO WS-TR-LATEST.                            00077100
           IF WS-DATE-SUB < WS-WIN-HALF                                 00077200
              ADD 1 TO WS-TR-EARLY-CT                                   00077300
              ADD WS-ACC-SECS TO WS-TR-EARLY-TOT                        00077400
           ELSE                                                         00077500
              ADD 1 TO WS-TR-LATE-CT                                    00077600
              ADD WS-ACC-SECS TO WS-TR-LATE-TOT                         00077700
           END-IF.                                                      00077800
                                                                        00077900
       TREND-LINE-PARA.                                                 00078000
           MOVE WS-TR-RUNS TO TL-RUNS.                                  00078100
           MOVE SPACE TO TL-AVG.                                        00078200
           MOVE SPACE TO TL-MAX.                                        00078300
           MOVE SPACE TO TL-EARLY.                                      00078400
           MOVE SPACE TO TL-LATE.                                       00078500
           MOVE SPACE TO TL-LATEST.                                     00078600
           MOVE SPACE TO TL-FLAG.                                       00078700
           IF WS-TR-RUNS = 0                                            00078800
              MOVE 'NO RUNS' TO TL-FLAG                                 00078900
              DISPLAY WS-TREND-LINE                                     00079000
           ELSE                                                         00079100
              PERFORM TREND-FMT-PARA                                    00079200
           END-IF.                                                      00079300
                                                                        00079400
       TREND-FMT-PARA.                                                  00079500
           DIVIDE WS-TR-TOTAL BY WS-TR-RUNS GIVING WS-EL-SECS.          00079600
           PERFORM FORMAT-ELAPSED-PARA.                                 00079700
           MOVE WS-ELAPSED-TEXT TO TL-AVG.                              00079800
           MOVE WS-TR-MAX TO WS-EL-SECS.                                00079900
           PERFORM FORMAT-ELAPSED-PARA.                                 00080000
           MOVE WS-ELAPSED-TEXT TO TL-MAX.                              00080100
           MOVE WS-TR-LATEST TO WS-EL-SECS.                             00080200
           PERFORM FORMAT-ELAPSED-PARA.                                 00080300
           MOVE WS-ELAPSED-TEXT TO TL-LATEST.                           00080400
           MOVE 0 TO WS-TR-EARLY-AVG.                                   00080500
           MOVE 0 TO WS-TR-LATE-AVG.                                    00080600
           IF WS-TR-EARLY-CT > 0                                        00080700
              DIVIDE WS-TR-EARLY-TOT BY WS-TR-EARLY-CT                  00080800
                 GIVING WS-TR-EARLY-AVG                                 00080900
              MOVE WS-TR-EARLY-AVG TO WS-EL-SECS                        00081000
              PERFORM FORMAT-ELAPSED-PARA                               00081100
              MOVE WS-ELAPSED-TEXT TO TL-EARLY                          00081200
           END-IF.                                                      00081300
           IF WS-TR-LATE-CT > 0                                         00081400
              DIVIDE WS-TR-LATE-TOT BY WS-TR-LATE-CT                    00081500
                 GIVING WS-TR-LATE-AVG                                  00081600
              MOVE WS-TR-LATE-AVG TO WS-EL-SECS                         00081700
              PERFORM FORMAT-ELAPSED-PARA                               00081800
              MOVE WS-ELAPSED-TEXT TO TL-LATE                           00081900
           END-IF.                                                      00082000
           COMPUTE WS-TR-LIMIT =                                        00082100
              WS-TR-EARLY-AVG * (100 + WS-RISE-PCT).                    00082200
           IF WS-TR-EARLY-CT > 0 AND WS-TR-LATE-CT > 0                  00082300
              AND WS-TR-LATE-AVG * 100 > WS-TR-LIMIT                    00082400
              MOVE '** RISING' TO TL-FLAG                               00082500
              ADD 1 TO WS-RISING-COUNT                                  00082600
           END-IF.                                                      00082700
           DISPLAY WS-TREND-LINE.                                       00082800
                                                                        00082900
       SLA-CHECK-PARA.                                                  00083000
           DISPLAY SPACE.                                               00083100
           EVALUATE TRUE                                                00083200
              WHEN WS-CH-MISSED(WS-DATE-CT)                             00083300
                 DISPLAY "*** BATCH CHAIN FOR BUSINESS DATE "           00083400
                    WS-DT-DATE(WS-DATE-CT)                              00083500
                    " FINISHED AFTER THE SLA CUTOFF ***"                00083600
                 MOVE 'BATCH CHAIN FINISHED AFTER SLA CUTOFF'           00083700
                    TO EP-MSG                                           00083800
                 PERFORM ALERT-PARA                                     00083900
              WHEN WS-CH-INCOMPLETE(WS-DATE-CT)                         00084000
                 DISPLAY "*** BATCH CHAIN FOR BUSINESS DATE "           00084100
                    WS-DT-DATE(WS-DATE-CT)                              00084200
                    " NOT COMPLETE AT THE SLA CHECK ***"                00084300
                 MOVE 'BATCH CHAIN INCOMPLETE AT SLA CHECK'             00084400
                    TO EP-MSG                                           00084500
                 PERFORM ALERT-PARA                                     00084600
              WHEN WS-CH-NOT-RUN(WS-DATE-CT)                            00084700
                 DISPLAY "*** BATCH CHAIN NOT RUN FOR BUSINESS DATE "   00084800
                    WS-DT-DATE(WS-DATE-CT) " ***"                       00084900
                 MOVE 'BATCH CHAIN NOT RUN BY SLA CHECK' TO EP-MSG      00085000
                 PERFORM ALERT-PARA                                     00085100
              WHEN OTHER                                                00085200
                 DISPLAY "BATCH CHAIN FOR BUSINESS DATE "               00085300
                    WS-DT-DATE(WS-DATE-CT) " MET THE SLA CUTOFF"        00085400
           END-EVALUATE.                                                00085500
                                                                        00085600
       ALERT-PARA.                                                      00085700
           MOVE 'BDWINRPT' TO EP-PGM.                                   00085800
           MOVE 'SLA-CHECK-PARA' TO EP-PARA.                            00085900
           MOVE WS-JOB-ID TO EP-JOBID.                                  00086000
           MOVE SPACE TO EP-FILESTAT.                                   00086100
           CALL 'ERRLOG' USING EP-ERRPARM.                              00086200
           MOVE 4 TO RETURN-CODE.                                       00086300
                                                                        00086400
       SUMMARY-PARA.                                                    00086500
           DISPLAY SPACE.                                               00086600
           COMPUTE WS-DATE-SUB = WS-DATE-CT - WS-WIN-START + 1.         00086700
           DISPLAY "BUSINESS DATES IN WINDOW: " WS-DATE-SUB.            00086800
           DISPLAY "EXPECTED STEPS:           " WS-EXP-CT.              00086900
           DISPLAY "STEPS MISSING:            " WS-MISSING-COUNT.       00087000
           DISPLAY "STEPS NOT COMPLETED:      " WS-INCOMPL-COUNT.       00087100
           DISPLAY "STEPS RERUN:              " WS-RERUN-COUNT.         00087200
           DISPLAY "DATES OVER SLA CUTOFF:    " WS-SLA-MISS-COUNT.      00087300
           DISPLAY "STEPS WITH RISING TREND:  " WS-RISING-COUNT.        00087400
                                                                        00087500
       CLOSE-PARA.                                                      00087600
           CLOSE STEP-FILE.                                             00087700
           CLOSE BDLOG-FILE.                                            00087800
