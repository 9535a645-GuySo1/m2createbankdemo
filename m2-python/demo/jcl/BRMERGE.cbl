       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. BRMERGE.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT MAP-FEED ASSIGN TO MRGFEED                            00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS MF-STAT.                                      00011000
                                                                        00011100
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS DYNAMIC                                       00011400
           RECORD KEY IS AC-ACCTNO                                      00011500
           ALTERNATE RECORD KEY IS AC-EMPID                             00011600
              WITH DUPLICATES                                           00011700
           FILE STATUS IS AC-STAT.                                      00011800
                                                                        00011900
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00012000
           ORGANIZATION IS INDEXED                                      00012100
           ACCESS MODE IS DYNAMIC                                       00012200
           RECORD KEY IS IN-EMPID                                       00012300
           FILE STATUS IS EM-STAT.                                      00012400
                                                                        00012500
           SELECT OLDRATE-FILE ASSIGN TO RATEIN                         00012600
           ORGANIZATION IS SEQUENTIAL                                   00012700
           ACCESS MODE IS SEQUENTIAL                                    00012800
           FILE STATUS IS OR-STAT.                                      00012900
                                                                        00013000
           SELECT NEWRATE-FILE ASSIGN TO RATEOUT                        00013100
           ORGANIZATION IS SEQUENTIAL                                   00013200
           ACCESS MODE IS SEQUENTIAL                                    00013300
           FILE STATUS IS RT-STAT.                                      00013400
                                                                        00013500
           SELECT HISTORY-FILE ASSIGN TO HISTFILE                       00013600
           ORGANIZATION IS SEQUENTIAL                                   00013700
           ACCESS MODE IS SEQUENTIAL                                    00013800
           FILE STATUS IS HS-STAT.                                      00013900
                                                                        00014000
           SELECT MERGE-FILE ASSIGN TO BRMERGE                          00014100
           ORGANIZATION IS SEQUENTIAL                                   00014200
           ACCESS MODE IS SEQUENTIAL                                    00014300
           FILE STATUS IS BM-STAT.                                      00014400
                                                                        00014500
       DATA DIVISION.                                                   00014600
       FILE SECTION.                                                    00014700
       FD MAP-FEED.                                                     00014800
       01 MF-MAPREC.                                                    00014900
          05 MF-OLD-BRANCH    PIC X(04).                                00015000
          05 MF-NEW-BRANCH    PIC X(04).                                00015100
          05 MF-RATE-ACTION   PIC X(01).                                00015200
          05 FILLER           PIC X(11).                                00015300
                                                                        00015400
       FD ACCT-FILE.                                                    00015500
           COPY ACCTREC.                                                00015600
                                                                        00015700
       FD EMP-FILE.                                                     00015800
           COPY EMPREC.                                                 00015900
                                                                        00016000
       FD OLDRATE-FILE.                                                 00016100
           COPY RATEREC REPLACING ==RT-RATEREC== BY ==OR-RATEREC==      00016200
                                  ==RT-BRANCH==  BY ==OR-BRANCH==       00016300
                                  ==RT-EFFDATE== BY ==OR-EFFDATE==      00016400
                                  ==RT-TIERMIN== BY ==OR-TIERMIN==      00016500
                                  ==RT-RATE==    BY ==OR-RATE==         00016540
                                  ==RT-TYPE==    BY ==OR-TYPE==         00016580
                                  ==RT-CREDIT==  BY ==OR-CREDIT==       00016620
                                  ==RT-DEBIT==   BY ==OR-DEBIT==.       00016660
                                                                        00016700
       FD NEWRATE-FILE.                                                 00016800
           COPY RATEREC.                                                00016900
                                                                        00017000
       FD HISTORY-FILE.                                                 00017100
           COPY HISTREC.                                                00017200
                                                                        00017300
       FD MERGE-FILE.                                                   00017400
           COPY BRMRGREC.                                               00017500
                                                                        00017600
       WORKING-STORAGE SECTION.                                         00017700
       01 MF-STAT             PIC X(02) VALUE SPACE.                    00017800
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00017900
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00018000
       01 OR-STAT             PIC X(02) VALUE SPACE.                    00018100
       01 RT-STAT             PIC X(02) VALUE SPACE.                    00018200
       01 HS-STAT             PIC X(02) VALUE SPACE.                    00018300
       01 BM-STAT             PIC X(02) VALUE SPACE.                    00018400
       01 WS-MAP-EOF-SW       PIC X(01) VALUE 'N'.                      00018500
          88 WS-MAP-EOF       VALUE 'Y'.                                00018600
       01 WS-RATE-EOF-SW      PIC X(01) VALUE 'N'.                      00018700
          88 WS-RATE-EOF      VALUE 'Y'.                                00018800
       01 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.                      00018900
          88 WS-ACCT-EOF      VALUE 'Y'.                                00019000
       01 WS-EMP-EOF-SW       PIC X(01) VALUE 'N'.                      00019100
          88 WS-EMP-EOF       VALUE 'Y'.                                00019200
       01 WS-FOUND-SW         PIC X(01) VALUE 'N'.                      00019300
          88 WS-FOUND         VALUE 'Y'.                                00019400
       01 WS-MAPPED-SW        PIC X(01) VALUE 'N'.                      00019500
          88 WS-MAPPED        VALUE 'Y'.                                00019600
       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.                      00019700
          88 WS-EDIT-OK       VALUE 'Y'.                                00019800
          88 WS-EDIT-BAD      VALUE 'N'.                                00019900
       01 WS-EDIT-MSG         PIC X(38) VALUE SPACE.                    00020000
       01 WS-EFF-DATE         PIC 9(08) VALUE 0.                        00020100
       01 WS-HIS-TIME         PIC 9(08).                                00020200
       01 WS-BEFORE-IMAGE     PIC X(71) VALUE SPACE.                    00020300
       01 WS-LOOKUP-BRANCH    PIC X(04) VALUE SPACE.                    00020400
       01 WS-RATE-HITS        PIC 9(03) VALUE 0.                        00020500
       01 WS-MAP-CT           PIC 9(03) VALUE 0.                        00020600
       01 WS-MAP-SUB          PIC 9(03) VALUE 0.                        00020700
       01 WS-MAP-SUB2         PIC 9(03) VALUE 0.                        00020800
       01 WS-MAP-IX           PIC 9(03) VALUE 0.                        00020900
       01 WS-MAP-TABLE.                                                 00021000
          05 WS-MAP-ENTRY OCCURS 50 TIMES.                              00021100
             10 WS-MP-OLD     PIC X(04).                                00021200
             10 WS-MP-NEW     PIC X(04).                                00021300
             10 WS-MP-ACTION  PIC X(01).                                00021400
                88 WS-MP-CARRY  VALUE 'C'.                              00021500
                88 WS-MP-RETIRE VALUE 'R'.                              00021600
                88 WS-MP-ACTION-VALID VALUE 'C' 'R'.                    00021700
             10 WS-MP-ACCT-CT PIC 9(07).                                00021800
             10 WS-MP-BALANCE PIC S9(13)V99.                            00021900
             10 WS-MP-EMP-CT  PIC 9(07).                                00022000
             10 WS-MP-RATE-CT PIC 9(05).                                00022100
       01 WS-RATE-CT          PIC 9(03) VALUE 0.                        00022200
       01 WS-RATE-SUB         PIC 9(03) VALUE 0.                        00022300
       01 WS-RATE-TABLE.                                                00022400
          05 WS-RATE-ENTRY OCCURS 500 TIMES.                            00022500
             10 WS-RT-BRANCH  PIC X(04).                                00022600
             10 WS-RT-EFFDATE PIC 9(08).                                00022700
             10 WS-RT-TIERMIN PIC 9(09)V99.                             00022800
             10 WS-RT-RATE    PIC 9(02)V9(04).                          00022900
             10 WS-RT-TYPE    PIC X(01).                                00022950
       01 WS-BT-CT            PIC 9(03) VALUE 0.                        00023000
       01 WS-BT-IX            PIC 9(03) VALUE 0.                        00023100
       01 WS-BT-TABLE.                                                  00023200
          05 WS-BT-ENTRY OCCURS 200 TIMES.                              00023300
             10 WS-BT-BRANCH  PIC X(04).                                00023400
             10 WS-BT-BEF-CT  PIC 9(07).                                00023500
             10 WS-BT-BEF-TOT PIC S9(13)V99.                            00023600
             10 WS-BT-EXP-CT  PIC 9(07).                                00023700
             10 WS-BT-EXP-TOT PIC S9(13)V99.                            00023800
             10 WS-BT-AFT-CT  PIC 9(07).                                00023900
             10 WS-BT-AFT-TOT PIC S9(13)V99.                            00024000
       01 WS-FEED-COUNT       PIC 9(06) VALUE 0.                        00024100
       01 WS-ERR-COUNT        PIC 9(06) VALUE 0.                        00024200
       01 WS-ACCT-READ        PIC 9(08) VALUE 0.                        00024300
       01 WS-ACCT-MOVED       PIC 9(08) VALUE 0.                        00024400
       01 WS-EMP-READ         PIC 9(08) VALUE 0.                        00024500
       01 WS-EMP-MOVED        PIC 9(08) VALUE 0.                        00024600
       01 WS-RW-ERR           PIC 9(06) VALUE 0.                        00024700
       01 WS-RATE-KEPT        PIC 9(06) VALUE 0.                        00024800
       01 WS-RATE-CARRIED     PIC 9(06) VALUE 0.                        00024900
       01 WS-RATE-RETIRED     PIC 9(06) VALUE 0.                        00025000
       01 WS-OOB-COUNT        PIC 9(04) VALUE 0.                        00025100
       01 WS-GRAND-BEF-CT     PIC 9(08) VALUE 0.                        00025200
       01 WS-GRAND-AFT-CT     PIC 9(08) VALUE 0.                        00025300
       01 WS-GRAND-BEF        PIC S9(13)V99 VALUE 0.                    00025400
       01 WS-GRAND-AFT        PIC S9(13)V99 VALUE 0.                    00025500
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00025600
           COPY BDPARM.                                                 00025700
       01 WS-RECON-LINE.                                                00025800
          05 FILLER           PIC X(02) VALUE SPACE.                    00025900
          05 RL-BRANCH        PIC X(04).                                00026000
          05 FILLER           PIC X(02) VALUE SPACE.                    00026100
          05 RL-BEF-CT        PIC ZZZ,ZZ9.                              00026200
          05 FILLER           PIC X(02) VALUE SPACE.                    00026300
          05 RL-BEF-TOT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00026400
          05 FILLER           PIC X(02) VALUE SPACE.                    00026500
          05 RL-AFT-CT        PIC ZZZ,ZZ9.                              00026600
          05 FILLER           PIC X(02) VALUE SPACE.                    00026700
          05 RL-AFT-TOT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00026800
          05 FILLER           PIC X(02) VALUE SPACE.                    00026900
          05 RL-FLAG          PIC X(14).                                00027000
       01 WS-MAP-LINE.                                                  00027100
          05 FILLER           PIC X(02) VALUE SPACE.                    00027200
          05 ML-OLD           PIC X(04).                                00027300
          05 FILLER           PIC X(06) VALUE ' INTO '.                 00027400
          05 ML-NEW           PIC X(04).                                00027500
          05 FILLER           PIC X(02) VALUE SPACE.                    00027600
          05 ML-ACCT-CT       PIC ZZZ,ZZ9.                              00027700
          05 FILLER           PIC X(02) VALUE SPACE.                    00027800
          05 ML-BALANCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00027900
          05 FILLER           PIC X(02) VALUE SPACE.                    00028000
          05 ML-EMP-CT        PIC ZZZ,ZZ9.                              00028100
          05 FILLER           PIC X(02) VALUE SPACE.                    00028200
          05 ML-RATE-CT       PIC ZZ9.                                  00028300
          05 FILLER           PIC X(01) VALUE SPACE.                    00028400
          05 ML-RATE-ACTION   PIC X(07).                                00028500
       PROCEDURE DIVISION.                                              00028600
       MAIN-PARA.                                                       00028700
           PERFORM OPEN-PARA.                                           00028800
           PERFORM LOAD-MAP-PARA UNTIL WS-MAP-EOF.                      00028900
           PERFORM LOAD-RATE-PARA UNTIL WS-RATE-EOF.                    00029000
           IF WS-MAP-CT = 0 AND WS-ERR-COUNT = 0                        00029100
              DISPLAY "NO BRANCH MAPPINGS - NOTHING TO MERGE"           00029200
              PERFORM CLOSE-PARA                                        00029300
              MOVE 8 TO RETURN-CODE                                     00029400
              STOP RUN                                                  00029500
           END-IF.                                                      00029600
           PERFORM EDIT-MAP-PARA                                        00029700
              VARYING WS-MAP-SUB FROM 1 BY 1                            00029800
              UNTIL WS-MAP-SUB > WS-MAP-CT.                             00029900
           IF WS-ERR-COUNT > 0                                          00030000
              DISPLAY SPACE                                             00030100
              DISPLAY "MERGER REJECTED - CORRECT THE MAPPING AND "      00030200
                 "RESUBMIT"                                             00030300
              PERFORM CLOSE-PARA                                        00030400
              MOVE 8 TO RETURN-CODE                                     00030500
              STOP RUN                                                  00030600
           END-IF.                                                      00030700
           PERFORM ACCT-START-PARA.                                     00030800
           PERFORM ACCT-PASS-PARA UNTIL WS-ACCT-EOF.                    00030900
           PERFORM EMP-START-PARA.                                      00031000
           PERFORM EMP-PASS-PARA UNTIL WS-EMP-EOF.                      00031100
           PERFORM RATE-OUT-PARA                                        00031200
              VARYING WS-RATE-SUB FROM 1 BY 1                           00031300
              UNTIL WS-RATE-SUB > WS-RATE-CT.                           00031400
           PERFORM LOG-MERGE-PARA                                       00031500
              VARYING WS-MAP-SUB FROM 1 BY 1                            00031600
              UNTIL WS-MAP-SUB > WS-MAP-CT.                             00031700
           PERFORM ACCT-START-PARA.                                     00031800
           PERFORM RECON-PASS-PARA UNTIL WS-ACCT-EOF.                   00031900
           PERFORM RECON-RPT-PARA.                                      00032000
           PERFORM SUMMARY-PARA.                                        00032100
           PERFORM CLOSE-PARA.                                          00032200
           IF WS-OOB-COUNT > 0 OR WS-RW-ERR > 0                         00032300
              MOVE 4 TO RETURN-CODE                                     00032400
           END-IF.                                                      00032500
           MOVE 'E' TO BD-FUNC.                                         00032600
           CALL 'BDCHECK' USING BD-PARM.                                00032700
           STOP RUN.                                                    00032800
       ERROR-EXIT.                                                      00032900
           MOVE 16 TO RETURN-CODE.                                      00033000
           STOP RUN.                                                    00033100
                                                                        00033200
       OPEN-PARA.                                                       00033300
           ACCEPT WS-EFF-DATE.                                          00033400
           ACCEPT WS-BD-OVERRIDE.                                       00033500
           MOVE 'BRMERGE' TO BD-PGM.                                    00033600
           MOVE 'S' TO BD-FUNC.                                         00033700
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00033800
           CALL 'BDCHECK' USING BD-PARM.                                00033900
           IF BD-ALREADY-RUN                                            00034000
              DISPLAY "BRMERGE ALREADY COMPLETED FOR BUSINESS "         00034100
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00034200
              MOVE 8 TO RETURN-CODE                                     00034300
              STOP RUN                                                  00034400
           END-IF.                                                      00034500
           IF BD-CTL-ERROR                                              00034600
              GO TO ERROR-EXIT                                          00034700
           END-IF.                                                      00034800
           IF WS-EFF-DATE NOT NUMERIC                                   00034900
              DISPLAY "MERGER EFFECTIVE DATE NOT NUMERIC"               00035000
              MOVE 8 TO RETURN-CODE                                     00035100
              STOP RUN                                                  00035200
           END-IF.                                                      00035300
           IF WS-EFF-DATE = 0                                           00035400
              MOVE BD-BUSDATE TO WS-EFF-DATE                            00035500
           END-IF.                                                      00035600
           IF WS-EFF-DATE > BD-BUSDATE                                  00035700
              DISPLAY "MERGER EFFECTIVE " WS-EFF-DATE                   00035800
                 " IS AFTER BUSINESS DATE " BD-BUSDATE                  00035900
                 " - NOT APPLIED"                                       00036000
              MOVE 8 TO RETURN-CODE                                     00036100
              STOP RUN                                                  00036200
           END-IF.                                                      00036300
           OPEN INPUT MAP-FEED.                                         00036400
           IF MF-STAT NOT = '00'                                        00036500
              DISPLAY "BRANCH MAPPING FEED OPEN ERROR, STATUS " MF-STAT 00036600
              GO TO ERROR-EXIT                                          00036700
           END-IF.                                                      00036800
           OPEN I-O ACCT-FILE.                                          00036900
           IF AC-STAT NOT = '00'                                        00037000
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00037100
              GO TO ERROR-EXIT                                          00037200
           END-IF.                                                      00037300
           OPEN I-O EMP-FILE.                                           00037400
           IF EM-STAT NOT = '00'                                        00037500
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00037600
              GO TO ERROR-EXIT                                          00037700
           END-IF.                                                      00037800
           OPEN INPUT OLDRATE-FILE.                                     00037900
           IF OR-STAT NOT = '00'                                        00038000
              DISPLAY "RATE FILE OPEN ERROR, STATUS " OR-STAT           00038100
              GO TO ERROR-EXIT                                          00038200
           END-IF.                                                      00038300
           OPEN OUTPUT NEWRATE-FILE.                                    00038400
           IF RT-STAT NOT = '00'                                        00038500
              DISPLAY "MERGED RATE FILE OPEN ERROR, STATUS " RT-STAT    00038600
              GO TO ERROR-EXIT                                          00038700
           END-IF.                                                      00038800
           OPEN EXTEND HISTORY-FILE.                                    00038900
           IF HS-STAT NOT = '00'                                        00039000
              DISPLAY "HISTORY FILE OPEN ERROR, STATUS " HS-STAT        00039100
              GO TO ERROR-EXIT                                          00039200
           END-IF.                                                      00039300
           OPEN EXTEND MERGE-FILE.                                      00039400
           IF BM-STAT NOT = '00'                                        00039500
              DISPLAY "BRANCH MERGER LOG OPEN ERROR, STATUS " BM-STAT   00039600
              GO TO ERROR-EXIT                                          00039700
           END-IF.                                                      00039800
           DISPLAY "BRANCH MERGER - BUSINESS DATE " BD-BUSDATE          00039900
              " EFFECTIVE " WS-EFF-DATE.                                00040000
           DISPLAY SPACE.                                               00040100
                                                                        00040200
       LOAD-MAP-PARA.                                                   00040300
           READ MAP-FEED                                                00040400
              AT END                                                    00040500
                 SET WS-MAP-EOF TO TRUE                                 00040600
              NOT AT END                                                00040700
                 ADD 1 TO WS-FEED-COUNT                                 00040800
                 IF WS-MAP-CT < 50                                      00040900
                    ADD 1 TO WS-MAP-CT                                  00041000
                    MOVE MF-OLD-BRANCH TO WS-MP-OLD(WS-MAP-CT)          00041100
                    MOVE MF-NEW-BRANCH TO WS-MP-NEW(WS-MAP-CT)          00041200
                    MOVE MF-RATE-ACTION TO WS-MP-ACTION(WS-MAP-CT)      00041300
                    MOVE 0 TO WS-MP-ACCT-CT(WS-MAP-CT)                  00041400
                    MOVE 0 TO WS-MP-BALANCE(WS-MAP-CT)                  00041500
                    MOVE 0 TO WS-MP-EMP-CT(WS-MAP-CT)                   00041600
                    MOVE 0 TO WS-MP-RATE-CT(WS-MAP-CT)                  00041700
                 ELSE                                                   00041800
                    DISPLAY "  MAPPING TABLE FULL - BRANCH "            00041900
                       MF-OLD-BRANCH " NOT LOADED"                      00042000
                    ADD 1 TO WS-ERR-COUNT                               00042100
                 END-IF                                                 00042200
           END-READ.                                                    00042300
                                                                        00042400
       LOAD-RATE-PARA.                                                  00042500
           READ OLDRATE-FILE                                            00042600
              AT END                                                    00042700
                 SET WS-RATE-EOF TO TRUE                                00042800
              NOT AT END                                                00042900
                 IF WS-RATE-CT < 500                                    00043000
                    ADD 1 TO WS-RATE-CT                                 00043100
                    MOVE OR-BRANCH  TO WS-RT-BRANCH(WS-RATE-CT)         00043200
                    MOVE OR-EFFDATE TO WS-RT-EFFDATE(WS-RATE-CT)        00043300
                    MOVE OR-TIERMIN TO WS-RT-TIERMIN(WS-RATE-CT)        00043400
                    MOVE OR-RATE    TO WS-RT-RATE(WS-RATE-CT)           00043500
                    MOVE OR-TYPE    TO WS-RT-TYPE(WS-RATE-CT)           00043550
                 ELSE                                                   00043600
                    DISPLAY "  RATE TABLE FULL - BRANCH "               00043700
                       OR-BRANCH " WOULD BE LOST"                       00043800
                    ADD 1 TO WS-ERR-COUNT                               00043900
                 END-IF                                                 00044000
           END-READ.                                                    00044100
                                                                        00044200
       EDIT-MAP-PARA.                                                   00044300
           SET WS-EDIT-OK TO TRUE.                                      00044400
           MOVE SPACE TO WS-EDIT-MSG.                                   00044500
           IF WS-MP-OLD(WS-MAP-SUB) = SPACE                             00044600
              OR WS-MP-NEW(WS-MAP-SUB) = SPACE                          00044700
              SET WS-EDIT-BAD TO TRUE                                   00044800
              MOVE 'BRANCH CODE MISSING' TO WS-EDIT-MSG                 00044900
           END-IF.                                                      00045000
           IF WS-EDIT-OK AND (WS-MP-OLD(WS-MAP-SUB) = '****'            00045100
              OR WS-MP-NEW(WS-MAP-SUB) = '****')                        00045200
              SET WS-EDIT-BAD TO TRUE                                   00045300
              MOVE 'DEFAULT BRANCH CANNOT BE MERGED' TO WS-EDIT-MSG     00045400
           END-IF.                                                      00045500
           IF WS-EDIT-OK                                                00045600
              AND WS-MP-OLD(WS-MAP-SUB) = WS-MP-NEW(WS-MAP-SUB)         00045700
              SET WS-EDIT-BAD TO TRUE                                   00045800
              MOVE 'OLD AND NEW BRANCH ARE THE SAME' TO WS-EDIT-MSG     00045900
           END-IF.                                                      00046000
           IF WS-EDIT-OK AND NOT WS-MP-ACTION-VALID(WS-MAP-SUB)         00046100
              SET WS-EDIT-BAD TO TRUE                                   00046200
              MOVE 'RATE ACTION NOT C OR R' TO WS-EDIT-MSG              00046300
           END-IF.                                                      00046400
           IF WS-EDIT-OK                                                00046500
              PERFORM MAP-DUP-PARA                                      00046600
                 VARYING WS-MAP-SUB2 FROM 1 BY 1                        00046700
                 UNTIL WS-MAP-SUB2 > WS-MAP-CT OR WS-EDIT-BAD           00046800
           END-IF.                                                      00046900
           IF WS-EDIT-OK AND WS-MP-CARRY(WS-MAP-SUB)                    00047000
              MOVE WS-MP-NEW(WS-MAP-SUB) TO WS-LOOKUP-BRANCH            00047100
              PERFORM RATE-COUNT-PARA                                   00047200
              IF WS-RATE-HITS > 0                                       00047300
                 SET WS-EDIT-BAD TO TRUE                                00047400
                 MOVE 'SURVIVING BRANCH HAS ITS OWN RATES'              00047500
                    TO WS-EDIT-MSG                                      00047600
              END-IF                                                    00047700
           END-IF.                                                      00047800
           IF WS-EDIT-BAD                                               00047900
              DISPLAY "  MAPPING " WS-MP-OLD(WS-MAP-SUB) " TO "         00048000
                 WS-MP-NEW(WS-MAP-SUB) " REJECTED - " WS-EDIT-MSG       00048100
              ADD 1 TO WS-ERR-COUNT                                     00048200
           ELSE                                                         00048300
              MOVE WS-MP-OLD(WS-MAP-SUB) TO WS-LOOKUP-BRANCH            00048400
              PERFORM RATE-COUNT-PARA                                   00048500
              IF WS-MP-CARRY(WS-MAP-SUB)                                00048600
                 DISPLAY "  MAPPING " WS-MP-OLD(WS-MAP-SUB) " TO "      00048700
                    WS-MP-NEW(WS-MAP-SUB) " ACCEPTED - "                00048800
                    WS-RATE-HITS " RATE ENTRIES CARRIED"                00048900
              ELSE                                                      00049000
                 DISPLAY "  MAPPING " WS-MP-OLD(WS-MAP-SUB) " TO "      00049100
                    WS-MP-NEW(WS-MAP-SUB) " ACCEPTED - "                00049200
                    WS-RATE-HITS " RATE ENTRIES RETIRED"                00049300
              END-IF                                                    00049400
           END-IF.                                                      00049500
                                                                        00049600
       MAP-DUP-PARA.                                                    00049700
           IF WS-MAP-SUB2 NOT = WS-MAP-SUB                              00049800
              IF WS-MP-OLD(WS-MAP-SUB2) = WS-MP-OLD(WS-MAP-SUB)         00049900
                 SET WS-EDIT-BAD TO TRUE                                00050000
                 MOVE 'BRANCH MAPPED MORE THAN ONCE' TO WS-EDIT-MSG     00050100
              END-IF                                                    00050200
              IF WS-MP-OLD(WS-MAP-SUB2) = WS-MP-NEW(WS-MAP-SUB)         00050300
                 SET WS-EDIT-BAD TO TRUE                                00050400
                 MOVE 'SURVIVING BRANCH IS ALSO CLOSING' TO WS-EDIT-MSG 00050500
              END-IF                                                    00050600
              IF WS-MP-NEW(WS-MAP-SUB2) = WS-MP-NEW(WS-MAP-SUB)         00050612
                 AND WS-MP-CARRY(WS-MAP-SUB2)                           00050624
                 AND WS-MP-CARRY(WS-MAP-SUB)                            00050636
                 SET WS-EDIT-BAD TO TRUE                                00050648
                 MOVE 'SURVIVING BRANCH ALREADY CARRIES RATES'          00050660
                    TO WS-EDIT-MSG                                      00050672
              END-IF                                                    00050684
           END-IF.                                                      00050700
                                                                        00050800
       RATE-COUNT-PARA.                                                 00050900
           MOVE 0 TO WS-RATE-HITS.                                      00051000
           PERFORM RATE-HIT-PARA                                        00051100
              VARYING WS-RATE-SUB FROM 1 BY 1                           00051200
              UNTIL WS-RATE-SUB > WS-RATE-CT.                           00051300
                                                                        00051400
       RATE-HIT-PARA.                                                   00051500
           IF WS-RT-BRANCH(WS-RATE-SUB) = WS-LOOKUP-BRANCH              00051600
              ADD 1 TO WS-RATE-HITS                                     00051700
           END-IF.                                                      00051800
                                                                        00051900
       ACCT-START-PARA.                                                 00052000
           MOVE 'N' TO WS-ACCT-EOF-SW.                                  00052100
           MOVE LOW-VALUE TO AC-ACCTNO.                                 00052200
           START ACCT-FILE KEY IS NOT LESS THAN AC-ACCTNO               00052300
              INVALID KEY                                               00052400
                 SET WS-ACCT-EOF TO TRUE                                00052500
           END-START.                                                   00052600
                                                                        00052700
       ACCT-PASS-PARA.                                                  00052800
           READ ACCT-FILE NEXT RECORD                                   00052900
              AT END                                                    00053000
                 SET WS-ACCT-EOF TO TRUE                                00053100
              NOT AT END                                                00053200
                 PERFORM ACCT-MOVE-PARA                                 00053300
           END-READ.                                                    00053400
                                                                        00053500
       ACCT-MOVE-PARA.                                                  00053600
           ADD 1 TO WS-ACCT-READ.                                       00053700
           ADD 1 TO WS-GRAND-BEF-CT.                                    00053800
           MOVE AC-BRANCH TO WS-LOOKUP-BRANCH.                          00053900
           PERFORM BT-FIND-PARA.                                        00054000
           ADD 1 TO WS-BT-BEF-CT(WS-BT-IX).                             00054100
           IF AC-BALANCE NUMERIC                                        00054200
              ADD AC-BALANCE TO WS-BT-BEF-TOT(WS-BT-IX)                 00054300
              ADD AC-BALANCE TO WS-GRAND-BEF                            00054400
           END-IF.                                                      00054500
           PERFORM MAP-FIND-PARA.                                       00054600
           IF WS-MAPPED                                                 00054700
              MOVE WS-MP-NEW(WS-MAP-IX) TO WS-LOOKUP-BRANCH             00054800
              PERFORM BT-FIND-PARA                                      00054900
           END-IF.                                                      00055000
           ADD 1 TO WS-BT-EXP-CT(WS-BT-IX).                             00055100
           IF AC-BALANCE NUMERIC                                        00055200
              ADD AC-BALANCE TO WS-BT-EXP-TOT(WS-BT-IX)                 00055300
           END-IF.                                                      00055400
           IF WS-MAPPED                                                 00055500
              MOVE AC-ACCTREC TO WS-BEFORE-IMAGE                        00055600
              MOVE WS-MP-NEW(WS-MAP-IX) TO AC-BRANCH                    00055700
              REWRITE AC-ACCTREC                                        00055800
                 INVALID KEY                                            00055900
                    DISPLAY "  ACCOUNT " AC-ACCTNO                      00056000
                       " REWRITE FAILED, STATUS " AC-STAT               00056100
                    ADD 1 TO WS-RW-ERR                                  00056200
                 NOT INVALID KEY                                        00056300
                    PERFORM ACCT-HIST-PARA                              00056400
                    ADD 1 TO WS-ACCT-MOVED                              00056500
                    ADD 1 TO WS-MP-ACCT-CT(WS-MAP-IX)                   00056600
                    IF AC-BALANCE NUMERIC                               00056700
                       ADD AC-BALANCE TO WS-MP-BALANCE(WS-MAP-IX)       00056800
                    END-IF                                              00056900
              END-REWRITE                                               00057000
           END-IF.                                                      00057100
                                                                        00057200
       ACCT-HIST-PARA.                                                  00057300
           ACCEPT WS-HIS-TIME FROM TIME.                                00057400
           MOVE AC-EMPID TO HIS-EMPID.                                  00057500
           MOVE 'BRMERGE' TO HIS-JOBID.                                 00057600
           STRING BD-BUSDATE DELIMITED BY SIZE                          00057700
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00057800
              INTO HIS-TIMESTAMP.                                       00057900
           MOVE 'U' TO HIS-FUNC.                                        00058000
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00058100
           MOVE AC-ACCTREC TO HIS-AFTER.                                00058200
           MOVE AC-ACCTNO TO HIS-ACCTNO.                                00058300
           WRITE HIS-REC.                                               00058400
                                                                        00058500
       EMP-START-PARA.                                                  00058600
           MOVE LOW-VALUE TO IN-EMPID.                                  00058700
           START EMP-FILE KEY IS NOT LESS THAN IN-EMPID                 00058800
              INVALID KEY                                               00058900
                 SET WS-EMP-EOF TO TRUE                                 00059000
           END-START.                                                   00059100
                                                                        00059200
       EMP-PASS-PARA.                                                   00059300
           READ EMP-FILE NEXT RECORD                                    00059400
              AT END                                                    00059500
                 SET WS-EMP-EOF TO TRUE                                 00059600
              NOT AT END                                                00059700
                 PERFORM EMP-MOVE-PARA                                  00059800
           END-READ.                                                    00059900
                                                                        00060000
       EMP-MOVE-PARA.                                                   00060100
           ADD 1 TO WS-EMP-READ.                                        00060200
           MOVE IN-BRANCH TO WS-LOOKUP-BRANCH.                          00060300
           PERFORM MAP-FIND-PARA.                                       00060400
           IF WS-MAPPED                                                 00060500
              MOVE IN-EMPREC TO WS-BEFORE-IMAGE                         00060600
              MOVE WS-MP-NEW(WS-MAP-IX) TO IN-BRANCH                    00060700
              REWRITE IN-EMPREC                                         00060800
                 INVALID KEY                                            00060900
                    DISPLAY "  EMPLOYEE " IN-EMPID                      00061000
                       " REWRITE FAILED, STATUS " EM-STAT               00061100
                    ADD 1 TO WS-RW-ERR                                  00061200
                 NOT INVALID KEY                                        00061300
                    PERFORM EMP-HIST-PARA                               00061400
                    ADD 1 TO WS-EMP-MOVED                               00061500
                    ADD 1 TO WS-MP-EMP-CT(WS-MAP-IX)                    00061600
              END-REWRITE                                               00061700
           END-IF.                                                      00061800
                                                                        00061900
       EMP-HIST-PARA.                                                   00062000
           ACCEPT WS-HIS-TIME FROM TIME.                                00062100
           MOVE IN-EMPID TO HIS-EMPID.                                  00062200
           MOVE 'BRMERGE' TO HIS-JOBID.                                 00062300
           STRING BD-BUSDATE DELIMITED BY SIZE                          00062400
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00062500
              INTO HIS-TIMESTAMP.                                       00062600
           MOVE 'U' TO HIS-FUNC.                                        00062700
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00062800
           MOVE IN-EMPREC TO HIS-AFTER.                                 00062900
           MOVE SPACE TO HIS-ACCTNO.                                    00063000
           WRITE HIS-REC.                                               00063100
                                                                        00063200
       RATE-OUT-PARA.                                                   00063300
           MOVE WS-RT-BRANCH(WS-RATE-SUB) TO WS-LOOKUP-BRANCH.          00063400
           PERFORM MAP-FIND-PARA.                                       00063500
           MOVE WS-RT-BRANCH(WS-RATE-SUB)  TO RT-BRANCH.                00063600
           MOVE WS-RT-EFFDATE(WS-RATE-SUB) TO RT-EFFDATE.               00063700
           MOVE WS-RT-TIERMIN(WS-RATE-SUB) TO RT-TIERMIN.               00063800
           MOVE WS-RT-RATE(WS-RATE-SUB)    TO RT-RATE.                  00063900
           MOVE WS-RT-TYPE(WS-RATE-SUB)    TO RT-TYPE.                  00063950
           IF WS-MAPPED                                                 00064000
              ADD 1 TO WS-MP-RATE-CT(WS-MAP-IX)                         00064100
              IF WS-MP-RETIRE(WS-MAP-IX)                                00064200
                 ADD 1 TO WS-RATE-RETIRED                               00064300
              ELSE                                                      00064400
                 MOVE WS-MP-NEW(WS-MAP-IX) TO RT-BRANCH                 00064500
                 WRITE RT-RATEREC                                       00064600
                 ADD 1 TO WS-RATE-CARRIED                               00064700
              END-IF                                                    00064800
           ELSE                                                         00064900
              WRITE RT-RATEREC                                          00065000
              ADD 1 TO WS-RATE-KEPT                                     00065100
           END-IF.                                                      00065200
                                                                        00065300
       LOG-MERGE-PARA.                                                  00065400
           MOVE SPACE TO BM-MERGEREC.                                   00065500
           MOVE WS-MP-OLD(WS-MAP-SUB) TO BM-OLD-BRANCH.                 00065600
           MOVE WS-MP-NEW(WS-MAP-SUB) TO BM-NEW-BRANCH.                 00065700
           MOVE WS-EFF-DATE TO BM-EFF-DATE.                             00065800
           MOVE BD-BUSDATE TO BM-BUSDATE.                               00065900
           MOVE WS-MP-ACTION(WS-MAP-SUB) TO BM-RATE-ACTION.             00066000
           MOVE WS-MP-ACCT-CT(WS-MAP-SUB) TO BM-ACCT-COUNT.             00066100
           MOVE WS-MP-BALANCE(WS-MAP-SUB) TO BM-BALANCE.                00066200
           MOVE WS-MP-EMP-CT(WS-MAP-SUB) TO BM-EMP-COUNT.               00066300
           WRITE BM-MERGEREC.                                           00066400
                                                                        00066500
       RECON-PASS-PARA.                                                 00066600
           READ ACCT-FILE NEXT RECORD                                   00066700
              AT END                                                    00066800
                 SET WS-ACCT-EOF TO TRUE                                00066900
              NOT AT END                                                00067000
                 ADD 1 TO WS-GRAND-AFT-CT                               00067100
                 MOVE AC-BRANCH TO WS-LOOKUP-BRANCH                     00067200
                 PERFORM BT-FIND-PARA                                   00067300
                 ADD 1 TO WS-BT-AFT-CT(WS-BT-IX)                        00067400
                 IF AC-BALANCE NUMERIC                                  00067500
                    ADD AC-BALANCE TO WS-BT-AFT-TOT(WS-BT-IX)           00067600
                    ADD AC-BALANCE TO WS-GRAND-AFT                      00067700
                 END-IF                                                 00067800
           END-READ.                                                    00067900
                                                                        00068000
       MAP-FIND-PARA.                                                   00068100
           MOVE 'N' TO WS-MAPPED-SW.                                    00068200
           PERFORM MAP-SCAN-PARA                                        00068300
              VARYING WS-MAP-IX FROM 1 BY 1                             00068400
              UNTIL WS-MAP-IX > WS-MAP-CT OR WS-MAPPED.                 00068500
           IF WS-MAPPED                                                 00068600
              SUBTRACT 1 FROM WS-MAP-IX                                 00068700
           END-IF.                                                      00068800
                                                                        00068900
       MAP-SCAN-PARA.                                                   00069000
           IF WS-MP-OLD(WS-MAP-IX) = WS-LOOKUP-BRANCH                   00069100
              SET WS-MAPPED TO TRUE                                     00069200
           END-IF.                                                      00069300
                                                                        00069400
       BT-FIND-PARA.                                                    00069500
           MOVE 'N' TO WS-FOUND-SW.                                     00069600
           PERFORM BT-SCAN-PARA                                         00069700
              VARYING WS-BT-IX FROM 1 BY 1                              00069800
              UNTIL WS-BT-IX > WS-BT-CT OR WS-FOUND.                    00069900
           IF WS-FOUND                                                  00070000
              SUBTRACT 1 FROM WS-BT-IX                                  00070100
           ELSE                                                         00070200
              IF WS-BT-CT < 200                                         00070300
                 ADD 1 TO WS-BT-CT                                      00070400
                 MOVE WS-BT-CT TO WS-BT-IX                              00070500
                 MOVE WS-LOOKUP-BRANCH TO WS-BT-BRANCH(WS-BT-IX)        00070600
                 MOVE 0 TO WS-BT-BEF-CT(WS-BT-IX)                       00070700
                 MOVE 0 TO WS-BT-BEF-TOT(WS-BT-IX)                      00070800
                 MOVE 0 TO WS-BT-EXP-CT(WS-BT-IX)                       00070900
                 MOVE 0 TO WS-BT-EXP-TOT(WS-BT-IX)                      00071000
                 MOVE 0 TO WS-BT-AFT-CT(WS-BT-IX)                       00071100
                 MOVE 0 TO WS-BT-AFT-TOT(WS-BT-IX)                      00071200
              ELSE                                                      00071300
                 DISPLAY "BRANCH TABLE FULL AT BRANCH "                 00071400
                    WS-LOOKUP-BRANCH                                    00071500
                 GO TO ERROR-EXIT                                       00071600
              END-IF                                                    00071700
           END-IF.                                                      00071800
                                                                        00071900
       BT-SCAN-PARA.                                                    00072000
           IF WS-BT-BRANCH(WS-BT-IX) = WS-LOOKUP-BRANCH                 00072100
              SET WS-FOUND TO TRUE                                      00072200
           END-IF.                                                      00072300
                                                                        00072400
       RECON-RPT-PARA.                                                  00072500
           DISPLAY SPACE.                                               00072600
           DISPLAY "BRANCH MERGER SUMMARY".                             00072700
           DISPLAY "  OLD   NEW   ACCOUNTS          BALANCE MOVED"      00072800
              "  EMPLOYEES  RATE ENTRIES".                              00072900
           PERFORM MAP-RPT-PARA                                         00073000
              VARYING WS-MAP-SUB FROM 1 BY 1                            00073100
              UNTIL WS-MAP-SUB > WS-MAP-CT.                             00073200
           DISPLAY SPACE.                                               00073300
           DISPLAY "BEFORE/AFTER RECONCILIATION BY BRANCH".             00073400
           DISPLAY "  BRNC   BEFORE    BALANCE BEFORE MERGER  "         00073500
              "   AFTER     BALANCE AFTER MERGER  FLAG".                00073600
           PERFORM RECON-LINE-PARA                                      00073700
              VARYING WS-BT-IX FROM 1 BY 1                              00073800
              UNTIL WS-BT-IX > WS-BT-CT.                                00073900
           MOVE '****' TO RL-BRANCH.                                    00074000
           MOVE WS-GRAND-BEF-CT TO RL-BEF-CT.                           00074100
           MOVE WS-GRAND-BEF TO RL-BEF-TOT.                             00074200
           MOVE WS-GRAND-AFT-CT TO RL-AFT-CT.                           00074300
           MOVE WS-GRAND-AFT TO RL-AFT-TOT.                             00074400
           IF WS-GRAND-BEF-CT NOT = WS-GRAND-AFT-CT                     00074500
              OR WS-GRAND-BEF NOT = WS-GRAND-AFT                        00074600
              MOVE '** OUT OF BAL ' TO RL-FLAG                          00074700
              ADD 1 TO WS-OOB-COUNT                                     00074800
           ELSE                                                         00074900
              MOVE 'BANK TOTAL    ' TO RL-FLAG                          00075000
           END-IF.                                                      00075100
           DISPLAY SPACE.                                               00075200
           DISPLAY WS-RECON-LINE.                                       00075300
                                                                        00075400
       MAP-RPT-PARA.                                                    00075500
           MOVE WS-MP-OLD(WS-MAP-SUB) TO ML-OLD.                        00075600
           MOVE WS-MP-NEW(WS-MAP-SUB) TO ML-NEW.                        00075700
           MOVE WS-MP-ACCT-CT(WS-MAP-SUB) TO ML-ACCT-CT.                00075800
           MOVE WS-MP-BALANCE(WS-MAP-SUB) TO ML-BALANCE.                00075900
           MOVE WS-MP-EMP-CT(WS-MAP-SUB) TO ML-EMP-CT.                  00076000
           MOVE WS-MP-RATE-CT(WS-MAP-SUB) TO ML-RATE-CT.                00076100
           IF WS-MP-CARRY(WS-MAP-SUB)                                   00076200
              MOVE 'CARRIED' TO ML-RATE-ACTION                          00076300
           ELSE                                                         00076400
              MOVE 'RETIRED' TO ML-RATE-ACTION                          00076500
           END-IF.                                                      00076600
           DISPLAY WS-MAP-LINE.                                         00076700
                                                                        00076800
       RECON-LINE-PARA.                                                 00076900
           MOVE WS-BT-BRANCH(WS-BT-IX) TO RL-BRANCH.                    00077000
           MOVE WS-BT-BEF-CT(WS-BT-IX) TO RL-BEF-CT.                    00077100
           MOVE WS-BT-BEF-TOT(WS-BT-IX) TO RL-BEF-TOT.                  00077200
           MOVE WS-BT-AFT-CT(WS-BT-IX) TO RL-AFT-CT.                    00077300
           MOVE WS-BT-AFT-TOT(WS-BT-IX) TO RL-AFT-TOT.                  00077400
           MOVE WS-BT-BRANCH(WS-BT-IX) TO WS-LOOKUP-BRANCH.             00077500
           PERFORM MAP-FIND-PARA.                                       00077600
           EVALUATE TRUE                                                00077700
              WHEN WS-BT-AFT-CT(WS-BT-IX) NOT = WS-BT-EXP-CT(WS-BT-IX)  00077800
                 OR WS-BT-AFT-TOT(WS-BT-IX)                             00077900
                    NOT = WS-BT-EXP-TOT(WS-BT-IX)                       00078000
                 MOVE '** OUT OF BAL ' TO RL-FLAG                       00078100
                 ADD 1 TO WS-OOB-COUNT                                  00078200
              WHEN WS-MAPPED                                            00078300
                 MOVE 'CLOSED        ' TO RL-FLAG                       00078400
                 MOVE WS-MP-NEW(WS-MAP-IX) TO RL-FLAG(8:4)              00078500
              WHEN WS-BT-AFT-CT(WS-BT-IX) NOT = WS-BT-BEF-CT(WS-BT-IX)  00078600
                 MOVE 'SURVIVING     ' TO RL-FLAG                       00078700
              WHEN OTHER                                                00078800
                 MOVE SPACE TO RL-FLAG                                  00078900
           END-EVALUATE.                                                00079000
           DISPLAY WS-RECON-LINE.                                       00079100
                                                                        00079200
       SUMMARY-PARA.                                                    00079300
           DISPLAY SPACE.                                               00079400
           DISPLAY "MAPPINGS READ:             " WS-FEED-COUNT.         00079500
           DISPLAY "ACCOUNTS READ:             " WS-ACCT-READ.          00079600
           DISPLAY "ACCOUNTS RE-BRANCHED:      " WS-ACCT-MOVED.         00079700
           DISPLAY "EMPLOYEES READ:            " WS-EMP-READ.           00079800
           DISPLAY "EMPLOYEES RE-BRANCHED:     " WS-EMP-MOVED.          00079900
           DISPLAY "REWRITE FAILURES:          " WS-RW-ERR.             00080000
           DISPLAY "RATE ENTRIES KEPT:         " WS-RATE-KEPT.          00080100
           DISPLAY "RATE ENTRIES CARRIED:      " WS-RATE-CARRIED.       00080200
           DISPLAY "RATE ENTRIES RETIRED:      " WS-RATE-RETIRED.       00080300
           IF WS-OOB-COUNT > 0 OR WS-RW-ERR > 0                         00080400
              DISPLAY "*** MERGER DOES NOT RECONCILE - INVESTIGATE "    00080500
                 "BEFORE THE NIGHTLY RUN ***"                           00080600
           ELSE                                                         00080700
              DISPLAY "MERGER RECONCILED"                               00080800
           END-IF.                                                      00080900
                                                                        00081000
       CLOSE-PARA.                                                      00081100
           CLOSE MAP-FEED.                                              00081200
           CLOSE ACCT-FILE.                                             00081300
           CLOSE EMP-FILE.                                              00081400
           CLOSE OLDRATE-FILE.                                          00081500
           CLOSE NEWRATE-FILE.                                          00081600
           CLOSE HISTORY-FILE.                                          00081700
           CLOSE MERGE-FILE.                                            00081800
