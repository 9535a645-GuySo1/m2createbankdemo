       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. RELMNT.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT REL-FILE ASSIGN TO ACCTREL                            00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS AR-KEY                                         00011000
           ALTERNATE RECORD KEY IS AR-EMPID                             00011100
              WITH DUPLICATES                                           00011150
           FILE STATUS IS AR-STAT.                                      00011200
                                                                        00011300
           SELECT REL-FEED ASSIGN TO RELFEED                            00011400
           ORGANIZATION IS SEQUENTIAL                                   00011500
           ACCESS MODE IS SEQUENTIAL                                    00011600
           FILE STATUS IS RF-STAT.                                      00011700
                                                                        00011800
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011900
           ORGANIZATION IS INDEXED                                      00012000
           ACCESS MODE IS RANDOM                                        00012100
           RECORD KEY IS AC-ACCTNO                                      00012200
           FILE STATUS IS AC-STAT.                                      00012300
                                                                        00012400
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00012500
           ORGANIZATION IS INDEXED                                      00012600
           ACCESS MODE IS RANDOM                                        00012700
           RECORD KEY IS IN-EMPID                                       00012800
           FILE STATUS IS EM-STAT.                                      00012900
                                                                        00013000
           SELECT HISTORY-FILE ASSIGN TO RELHIST                        00013100
           ORGANIZATION IS SEQUENTIAL                                   00013200
           ACCESS MODE IS SEQUENTIAL                                    00013300
           FILE STATUS IS HS-STAT.                                      00013400
                                                                        00013500
       DATA DIVISION.                                                   00013600
       FILE SECTION.                                                    00013700
       FD REL-FILE.                                                     00013800
           COPY ACRELREC.                                               00013900
                                                                        00014000
       FD REL-FEED.                                                     00014100
       01 RF-FEEDREC.                                                   00014200
          05 RF-ACTION        PIC X(01).                                00014300
             88 RF-ADD        VALUE 'A'.                                00014400
             88 RF-CHANGE     VALUE 'C'.                                00014500
             88 RF-REMOVE     VALUE 'D'.                                00014600
          05 RF-ACCTNO        PIC X(10).                                00014700
          05 RF-EMPID         PIC X(06).                                00014800
          05 RF-ROLE          PIC X(01).                                00014900
          05 RF-EFF-DATE      PIC 9(08).                                00015000
          05 RF-END-DATE      PIC 9(08).                                00015100
          05 RF-USER          PIC X(08).                                00015200
                                                                        00015300
       FD ACCT-FILE.                                                    00015400
           COPY ACCTREC.                                                00015500
                                                                        00015600
       FD EMP-FILE.                                                     00015700
           COPY EMPREC.                                                 00015800
                                                                        00015900
       FD HISTORY-FILE.                                                 00016000
           COPY HISTREC.                                                00016100
                                                                        00016200
       WORKING-STORAGE SECTION.                                         00016300
       01 AR-STAT             PIC X(02) VALUE SPACE.                    00016400
       01 RF-STAT             PIC X(02) VALUE SPACE.                    00016500
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00016600
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00016700
       01 HS-STAT             PIC X(02) VALUE SPACE.                    00016800
       01 WS-FEED-EOF-SW      PIC X(01) VALUE 'N'.                      00016900
          88 WS-FEED-EOF      VALUE 'Y'.                                00017000
       01 WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.                      00017100
          88 WS-LIST-EOF      VALUE 'Y'.                                00017200
       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.                      00017300
          88 WS-EDIT-OK       VALUE 'Y'.                                00017400
          88 WS-EDIT-BAD      VALUE 'N'.                                00017500
       01 WS-EDIT-MSG         PIC X(30) VALUE SPACE.                    00017600
       01 WS-RUN-DATE         PIC 9(08).                                00017700
       01 WS-HIS-TIME         PIC 9(08).                                00017800
       01 WS-HIST-FUNC        PIC X(01).                                00017900
       01 WS-BEFORE-IMAGE     PIC X(71) VALUE SPACE.                    00018000
       01 WS-FEED-COUNT       PIC 9(06) VALUE 0.                        00018100
       01 WS-ADD-COUNT        PIC 9(06) VALUE 0.                        00018200
       01 WS-CHANGE-COUNT     PIC 9(06) VALUE 0.                        00018300
       01 WS-REMOVE-COUNT     PIC 9(06) VALUE 0.                        00018400
       01 WS-REJECT-COUNT     PIC 9(06) VALUE 0.                        00018500
       01 WS-ACTIVE-COUNT     PIC 9(06) VALUE 0.                        00018600
       01 WS-INACTIVE-COUNT   PIC 9(06) VALUE 0.                        00018700
       01 WS-DETAIL-LINE.                                               00018800
          05 FILLER           PIC X(02) VALUE SPACE.                    00018900
          05 DL-ACCTNO        PIC X(10).                                00019000
          05 FILLER           PIC X(02) VALUE SPACE.                    00019100
          05 DL-EMPID         PIC X(06).                                00019200
          05 FILLER           PIC X(02) VALUE SPACE.                    00019300
          05 DL-ROLE          PIC X(12).                                00019400
          05 FILLER           PIC X(01) VALUE SPACE.                    00019500
          05 DL-EFF-DATE      PIC X(08).                                00019600
          05 FILLER           PIC X(02) VALUE SPACE.                    00019700
          05 DL-END-DATE      PIC X(08).                                00019800
          05 FILLER           PIC X(02) VALUE SPACE.                    00019900
          05 DL-USER          PIC X(08).                                00020000
          05 FILLER           PIC X(02) VALUE SPACE.                    00020100
          05 DL-STATUS        PIC X(08).                                00020200
       PROCEDURE DIVISION.                                              00020300
       MAIN-PARA.                                                       00020400
           PERFORM OPEN-PARA.                                           00020500
           PERFORM READ-FEED-PARA.                                      00020600
           PERFORM APPLY-PARA UNTIL WS-FEED-EOF.                        00020700
           PERFORM REPORT-PARA.                                         00020800
           PERFORM SUMMARY-PARA.                                        00020900
           PERFORM CLOSE-PARA.                                          00021000
           STOP RUN.                                                    00021100
       ERROR-EXIT.                                                      00021200
           MOVE 16 TO RETURN-CODE.                                      00021300
           STOP RUN.                                                    00021400
                                                                        00021500
       OPEN-PARA.                                                       00021600
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00021700
           OPEN I-O REL-FILE.                                           00021800
           IF AR-STAT NOT = '00'                                        00021900
              DISPLAY "ACCOUNT RELATIONSHIP FILE OPEN ERROR, STATUS "   00022000
                 AR-STAT                                                00022100
              GO TO ERROR-EXIT                                          00022200
           END-IF.                                                      00022300
           OPEN INPUT ACCT-FILE.                                        00022400
           IF AC-STAT NOT = '00'                                        00022500
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00022600
              GO TO ERROR-EXIT                                          00022700
           END-IF.                                                      00022800
           OPEN INPUT EMP-FILE.                                         00022900
           IF EM-STAT NOT = '00'                                        00023000
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00023100
              GO TO ERROR-EXIT                                          00023200
           END-IF.                                                      00023300
           OPEN EXTEND HISTORY-FILE.                                    00023400
           IF HS-STAT NOT = '00'                                        00023500
              DISPLAY "RELATIONSHIP HISTORY OPEN ERROR, STATUS "        00023600
                 HS-STAT                                                00023700
              GO TO ERROR-EXIT                                          00023800
           END-IF.                                                      00023900
           OPEN INPUT REL-FEED.                                         00024000
           IF RF-STAT NOT = '00'                                        00024100
              DISPLAY "NO RELATIONSHIP FEED THIS RUN, STATUS " RF-STAT  00024200
              SET WS-FEED-EOF TO TRUE                                   00024300
           END-IF.                                                      00024400
           DISPLAY "ACCOUNT RELATIONSHIP MAINTENANCE - RUN DATE "       00024500
              WS-RUN-DATE.                                              00024600
           DISPLAY SPACE.                                               00024700
                                                                        00024800
       READ-FEED-PARA.                                                  00024900
           READ REL-FEED                                                00025000
              AT END                                                    00025100
                 SET WS-FEED-EOF TO TRUE                                00025200
              NOT AT END                                                00025300
                 ADD 1 TO WS-FEED-COUNT                                 00025400
           END-READ.                                                    00025500
                                                                        00025600
       APPLY-PARA.                                                      00025700
           EVALUATE TRUE                                                00025800
              WHEN RF-ADD                                               00025900
                 PERFORM ADD-PARA                                       00026000
              WHEN RF-CHANGE                                            00026100
                 PERFORM CHANGE-PARA                                    00026200
              WHEN RF-REMOVE                                            00026300
                 PERFORM REMOVE-PARA                                    00026400
              WHEN OTHER                                                00026500
                 DISPLAY "  INVALID RELATIONSHIP ACTION " RF-ACTION     00026600
                    " ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID         00026700
                 ADD 1 TO WS-REJECT-COUNT                               00026800
           END-EVALUATE.                                                00026900
           PERFORM READ-FEED-PARA.                                      00027000
                                                                        00027100
       EDIT-TERMS-PARA.                                                 00027200
           SET WS-EDIT-OK TO TRUE.                                      00027300
           MOVE SPACE TO WS-EDIT-MSG.                                   00027400
           MOVE RF-ROLE TO AR-ROLE.                                     00027500
           IF NOT AR-ROLE-VALID                                         00027600
              SET WS-EDIT-BAD TO TRUE                                   00027700
              MOVE 'ROLE NOT J OR S' TO WS-EDIT-MSG                     00027800
           END-IF.                                                      00027900
           IF WS-EDIT-OK AND RF-EFF-DATE NOT NUMERIC                    00028000
              SET WS-EDIT-BAD TO TRUE                                   00028100
              MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-EDIT-MSG          00028200
           END-IF.                                                      00028300
           IF WS-EDIT-OK AND RF-END-DATE NOT NUMERIC                    00028400
              SET WS-EDIT-BAD TO TRUE                                   00028500
              MOVE 'END DATE NOT NUMERIC' TO WS-EDIT-MSG                00028600
           END-IF.                                                      00028700
           IF WS-EDIT-OK AND RF-EFF-DATE = 0                            00028800
              MOVE WS-RUN-DATE TO RF-EFF-DATE                           00028900
           END-IF.                                                      00029000
           IF WS-EDIT-OK AND RF-END-DATE > 0                            00029100
              AND RF-END-DATE < RF-EFF-DATE                             00029200
              SET WS-EDIT-BAD TO TRUE                                   00029300
              MOVE 'END DATE BEFORE EFFECTIVE DATE' TO WS-EDIT-MSG      00029400
           END-IF.                                                      00029500
                                                                        00029600
       EDIT-PARTIES-PARA.                                               00029700
           MOVE RF-ACCTNO TO AC-ACCTNO.                                 00029800
           READ ACCT-FILE                                               00029900
              INVALID KEY                                               00030000
                 SET WS-EDIT-BAD TO TRUE                                00030100
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-EDIT-MSG              00030200
           END-READ.                                                    00030300
           IF WS-EDIT-OK AND AC-EMPID = RF-EMPID                        00030400
              SET WS-EDIT-BAD TO TRUE                                   00030500
              MOVE 'EMPLOYEE IS THE PRIMARY OWNER' TO WS-EDIT-MSG       00030600
           END-IF.                                                      00030700
           IF WS-EDIT-OK                                                00030800
              MOVE RF-EMPID TO IN-EMPID                                 00030900
              READ EMP-FILE                                             00031000
                 INVALID KEY                                            00031100
                    SET WS-EDIT-BAD TO TRUE                             00031200
                    MOVE 'EMPLOYEE NOT ON FILE' TO WS-EDIT-MSG          00031300
              END-READ                                                  00031400
           END-IF.                                                      00031500
                                                                        00031600
       ADD-PARA.                                                        00031700
           PERFORM EDIT-TERMS-PARA.                                     00031800
           IF WS-EDIT-OK                                                00031900
              PERFORM EDIT-PARTIES-PARA                                 00032000
           END-IF.                                                      00032100
           IF WS-EDIT-BAD                                               00032200
              DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID      00032300
                 " NOT ADDED - " WS-EDIT-MSG                            00032400
              ADD 1 TO WS-REJECT-COUNT                                  00032500
           ELSE                                                         00032600
              MOVE SPACE TO AR-RELREC                                   00032700
              MOVE RF-ACCTNO TO AR-ACCTNO                               00032800
              MOVE RF-EMPID TO AR-EMPID                                 00032900
              PERFORM TERMS-PARA                                        00033000
              WRITE AR-RELREC                                           00033100
                 INVALID KEY                                            00033200
                    DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE "         00033300
                       RF-EMPID " ALREADY ON FILE - ADD IGNORED"        00033400
                    ADD 1 TO WS-REJECT-COUNT                            00033500
                 NOT INVALID KEY                                        00033600
                    MOVE 'I' TO WS-HIST-FUNC                            00033700
                    PERFORM WRITE-HIST-PARA                             00033800
                    DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE "         00033900
                       RF-EMPID " ADDED AS " AR-ROLE                    00034000
                    ADD 1 TO WS-ADD-COUNT                               00034100
              END-WRITE                                                 00034200
           END-IF.                                                      00034300
                                                                        00034400
       TERMS-PARA.                                                      00034500
           MOVE RF-ROLE TO AR-ROLE.                                     00034600
           MOVE RF-EFF-DATE TO AR-EFF-DATE.                             00034700
           MOVE RF-END-DATE TO AR-END-DATE.                             00034800
           MOVE WS-RUN-DATE TO AR-MAINT-DATE.                           00034900
           MOVE RF-USER TO AR-MAINT-USER.                               00035000
                                                                        00035100
       CHANGE-PARA.                                                     00035200
           MOVE RF-ACCTNO TO AR-ACCTNO.                                 00035300
           MOVE RF-EMPID TO AR-EMPID.                                   00035400
           READ REL-FILE                                                00035500
              INVALID KEY                                               00035600
                 DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID   00035700
                    " NOT ON FILE - CHANGE IGNORED"                     00035800
                 ADD 1 TO WS-REJECT-COUNT                               00035900
              NOT INVALID KEY                                           00036000
                 PERFORM CHANGE-APPLY-PARA                              00036100
           END-READ.                                                    00036200
                                                                        00036300
       CHANGE-APPLY-PARA.                                               00036400
           MOVE AR-RELREC TO WS-BEFORE-IMAGE.                           00036500
           PERFORM EDIT-TERMS-PARA.                                     00036600
           IF WS-EDIT-BAD                                               00036700
              DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID      00036800
                 " NOT CHANGED - " WS-EDIT-MSG                          00036900
              ADD 1 TO WS-REJECT-COUNT                                  00037000
           ELSE                                                         00037100
              PERFORM TERMS-PARA                                        00037200
              REWRITE AR-RELREC                                         00037300
              MOVE 'U' TO WS-HIST-FUNC                                  00037400
              PERFORM WRITE-HIST-PARA                                   00037500
              DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID      00037600
                 " CHANGED"                                             00037700
              ADD 1 TO WS-CHANGE-COUNT                                  00037800
           END-IF.                                                      00037900
                                                                        00038000
       REMOVE-PARA.                                                     00038100
           MOVE RF-ACCTNO TO AR-ACCTNO.                                 00038200
           MOVE RF-EMPID TO AR-EMPID.                                   00038300
           READ REL-FILE                                                00038400
              INVALID KEY                                               00038500
                 DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID   00038600
                    " NOT ON FILE - DELETE IGNORED"                     00038700
                 ADD 1 TO WS-REJECT-COUNT                               00038800
              NOT INVALID KEY                                           00038900
                 MOVE AR-RELREC TO WS-BEFORE-IMAGE                      00039000
                 DELETE REL-FILE                                        00039100
                 MOVE 'D' TO WS-HIST-FUNC                               00039200
                 PERFORM WRITE-HIST-PARA                                00039300
                 DISPLAY "  ACCOUNT " RF-ACCTNO " EMPLOYEE " RF-EMPID   00039400
                    " REMOVED BY " RF-USER                              00039500
                 ADD 1 TO WS-REMOVE-COUNT                               00039600
           END-READ.                                                    00039700
                                                                        00039800
       WRITE-HIST-PARA.                                                 00039900
           ACCEPT WS-HIS-TIME FROM TIME.                                00040000
           MOVE RF-EMPID TO HIS-EMPID.                                  00040100
           MOVE 'RELMNT' TO HIS-JOBID.                                  00040200
           STRING WS-RUN-DATE DELIMITED BY SIZE                         00040300
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00040400
              INTO HIS-TIMESTAMP.                                       00040500
           MOVE WS-HIST-FUNC TO HIS-FUNC.                               00040600
           MOVE RF-ACCTNO TO HIS-ACCTNO.                                00040700
           EVALUATE TRUE                                                00040800
              WHEN HIS-INSERT                                           00040900
                 MOVE SPACE TO HIS-BEFORE                               00041000
                 MOVE AR-RELREC TO HIS-AFTER                            00041100
              WHEN HIS-UPDATE                                           00041200
                 MOVE WS-BEFORE-IMAGE TO HIS-BEFORE                     00041300
                 MOVE AR-RELREC TO HIS-AFTER                            00041400
              WHEN HIS-DELETE                                           00041500
                 MOVE WS-BEFORE-IMAGE TO HIS-BEFORE                     00041600
                 MOVE SPACE TO HIS-AFTER                                00041700
           END-EVALUATE.                                                00041800
           WRITE HIS-REC.                                               00041900
                                                                        00042000
       REPORT-PARA.                                                     00042100
           DISPLAY SPACE.                                               00042200
           DISPLAY "ACCOUNT RELATIONSHIP REPORT".                       00042300
           DISPLAY "  ACCOUNT     EMPID   ROLE         EFFECTIVE "      00042400
              "END DATE  BY        STATUS".                             00042500
           MOVE LOW-VALUE TO AR-KEY.                                    00042600
           START REL-FILE KEY IS NOT LESS THAN AR-KEY                   00042700
              INVALID KEY                                               00042800
                 SET WS-LIST-EOF TO TRUE                                00042900
           END-START.                                                   00043000
           PERFORM LIST-PARA UNTIL WS-LIST-EOF.                         00043100
           IF WS-ACTIVE-COUNT = 0 AND WS-INACTIVE-COUNT = 0             00043200
              DISPLAY "  NO ACCOUNT RELATIONSHIPS ON FILE"              00043300
           END-IF.                                                      00043400
                                                                        00043500
       LIST-PARA.                                                       00043600
           READ REL-FILE NEXT RECORD                                    00043700
              AT END                                                    00043800
                 SET WS-LIST-EOF TO TRUE                                00043900
              NOT AT END                                                00044000
                 PERFORM LIST-LINE-PARA                                 00044100
           END-READ.                                                    00044200
                                                                        00044300
       LIST-LINE-PARA.                                                  00044400
           MOVE AR-ACCTNO TO DL-ACCTNO.                                 00044500
           MOVE AR-EMPID TO DL-EMPID.                                   00044600
           EVALUATE TRUE                                                00044700
              WHEN AR-JOINT                                             00044800
                 MOVE 'JOINT OWNER ' TO DL-ROLE                         00044900
              WHEN AR-SIGNER                                            00045000
                 MOVE 'SIGNER      ' TO DL-ROLE                         00045100
              WHEN OTHER                                                00045200
                 MOVE AR-ROLE TO DL-ROLE                                00045300
           END-EVALUATE.                                                00045400
           MOVE AR-EFF-DATE TO DL-EFF-DATE.                             00045500
           IF AR-END-DATE = 0                                           00045600
              MOVE 'NONE    ' TO DL-END-DATE                            00045700
           ELSE                                                         00045800
              MOVE AR-END-DATE TO DL-END-DATE                           00045900
           END-IF.                                                      00046000
           MOVE AR-MAINT-USER TO DL-USER.                               00046100
           EVALUATE TRUE                                                00046200
              WHEN AR-EFF-DATE > WS-RUN-DATE                            00046300
                 MOVE 'PENDING ' TO DL-STATUS                           00046400
                 ADD 1 TO WS-INACTIVE-COUNT                             00046500
              WHEN AR-END-DATE > 0 AND AR-END-DATE < WS-RUN-DATE        00046600
                 MOVE 'ENDED   ' TO DL-STATUS                           00046700
                 ADD 1 TO WS-INACTIVE-COUNT                             00046800
              WHEN OTHER                                                00046900
                 MOVE 'ACTIVE  ' TO DL-STATUS                           00047000
                 ADD 1 TO WS-ACTIVE-COUNT                               00047100
           END-EVALUATE.                                                00047200
           DISPLAY WS-DETAIL-LINE.                                      00047300
                                                                        00047400
       SUMMARY-PARA.                                                    00047500
           DISPLAY SPACE.                                               00047600
           DISPLAY "RELATIONSHIP ACTIONS READ: " WS-FEED-COUNT.         00047700
           DISPLAY "RELATIONSHIPS ADDED:       " WS-ADD-COUNT.          00047800
           DISPLAY "RELATIONSHIPS CHANGED:     " WS-CHANGE-COUNT.       00047900
           DISPLAY "RELATIONSHIPS REMOVED:     " WS-REMOVE-COUNT.       00048000
           DISPLAY "ACTIONS REJECTED:          " WS-REJECT-COUNT.       00048100
           DISPLAY "RELATIONSHIPS ACTIVE:      " WS-ACTIVE-COUNT.       00048200
           DISPLAY "PENDING OR ENDED:          " WS-INACTIVE-COUNT.     00048300
                                                                        00048400
       CLOSE-PARA.                                                      00048500
           CLOSE REL-FILE.                                              00048600
           CLOSE ACCT-FILE.                                             00048700
           CLOSE EMP-FILE.                                              00048800
           CLOSE HISTORY-FILE.                                          00048900
           IF RF-STAT = '00' OR RF-STAT = '10'                          00049000
              CLOSE REL-FEED                                            00049100
           END-IF.                                                      00049200
