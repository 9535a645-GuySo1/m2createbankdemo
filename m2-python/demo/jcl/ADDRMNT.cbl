       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. ADDRMNT.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT ADDR-FILE ASSIGN TO ADDRFILE                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS NA-EMPID                                       00011000
           FILE STATUS IS NA-STAT.                                      00011100
                                                                        00011200
           SELECT ADDR-FEED ASSIGN TO ADDRFEED                          00011300
           ORGANIZATION IS SEQUENTIAL                                   00011400
           ACCESS MODE IS SEQUENTIAL                                    00011500
           FILE STATUS IS MF-STAT.                                      00011600
                                                                        00011700
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS RANDOM                                        00012000
           RECORD KEY IS IN-EMPID                                       00012100
           FILE STATUS IS EM-STAT.                                      00012200
                                                                        00012300
           SELECT AUDIT-FILE ASSIGN TO ADDRAUD                          00012400
           ORGANIZATION IS SEQUENTIAL                                   00012500
           ACCESS MODE IS SEQUENTIAL                                    00012600
           FILE STATUS IS CA-STAT.                                      00012700
                                                                        00012800
       DATA DIVISION.                                                   00012900
       FILE SECTION.                                                    00013000
       FD ADDR-FILE.                                                    00013100
           COPY ADDRREC.                                                00013200
                                                                        00013300
       FD ADDR-FEED.                                                    00013400
       01 MF-FEEDREC.                                                   00013500
          05 MF-ACTION        PIC X(01).                                00013600
             88 MF-ADD        VALUE 'A'.                                00013700
             88 MF-CHANGE     VALUE 'C'.                                00013800
             88 MF-RETURNED   VALUE 'R'.                                00013900
             88 MF-CLEAR      VALUE 'K'.                                00014000
             88 MF-REMOVE     VALUE 'D'.                                00014100
          05 MF-EMPID         PIC X(06).                                00014200
          05 MF-ADDRESS.                                                00014300
             10 MF-LINE1      PIC X(30).                                00014400
             10 MF-LINE2      PIC X(30).                                00014500
             10 MF-LINE3      PIC X(30).                                00014600
             10 MF-POSTCODE   PIC X(10).                                00014700
          05 MF-DELIVERY      PIC X(01).                                00014800
          05 MF-DATE          PIC 9(08).                                00014900
          05 MF-USER          PIC X(08).                                00015000
                                                                        00015100
       FD EMP-FILE.                                                     00015200
           COPY EMPREC.                                                 00015300
                                                                        00015400
       FD AUDIT-FILE.                                                   00015500
           COPY ADDRAUD.                                                00015600
                                                                        00015700
       WORKING-STORAGE SECTION.                                         00015800
       01 NA-STAT             PIC X(02) VALUE SPACE.                    00015900
       01 MF-STAT             PIC X(02) VALUE SPACE.                    00016000
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00016100
       01 CA-STAT             PIC X(02) VALUE SPACE.                    00016200
       01 WS-FEED-EOF-SW      PIC X(01) VALUE 'N'.                      00016300
          88 WS-FEED-EOF      VALUE 'Y'.                                00016400
       01 WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.                      00016500
          88 WS-LIST-EOF      VALUE 'Y'.                                00016600
       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.                      00016700
          88 WS-EDIT-OK       VALUE 'Y'.                                00016800
          88 WS-EDIT-BAD      VALUE 'N'.                                00016900
       01 WS-EDIT-MSG         PIC X(30) VALUE SPACE.                    00017000
       01 WS-RUN-DATE         PIC 9(08).                                00017100
       01 WS-AUD-TIME         PIC 9(08).                                00017200
       01 WS-AUD-ACTION       PIC X(01).                                00017300
       01 WS-BEFORE-IMAGE     PIC X(150) VALUE SPACE.                   00017400
       01 WS-FEED-COUNT       PIC 9(06) VALUE 0.                        00017500
       01 WS-ADD-COUNT        PIC 9(06) VALUE 0.                        00017600
       01 WS-CHANGE-COUNT     PIC 9(06) VALUE 0.                        00017700
       01 WS-RETURN-COUNT     PIC 9(06) VALUE 0.                        00017800
       01 WS-CLEAR-COUNT      PIC 9(06) VALUE 0.                        00017900
       01 WS-REMOVE-COUNT     PIC 9(06) VALUE 0.                        00018000
       01 WS-REJECT-COUNT     PIC 9(06) VALUE 0.                        00018100
       01 WS-RETMAIL-COUNT    PIC 9(06) VALUE 0.                        00018200
       01 WS-DETAIL-LINE.                                               00018300
          05 FILLER           PIC X(02) VALUE SPACE.                    00018400
          05 DL-EMPID         PIC X(06).                                00018500
          05 FILLER           PIC X(02) VALUE SPACE.                    00018600
          05 DL-RETMAIL-DATE  PIC X(08).                                00018700
          05 FILLER           PIC X(02) VALUE SPACE.                    00018800
          05 DL-LINE1         PIC X(30).                                00018900
          05 FILLER           PIC X(01) VALUE SPACE.                    00019000
          05 DL-POSTCODE      PIC X(10).                                00019100
          05 FILLER           PIC X(02) VALUE SPACE.                    00019200
          05 DL-USER          PIC X(08).                                00019300
       PROCEDURE DIVISION.                                              00019400
       MAIN-PARA.                                                       00019500
           PERFORM OPEN-PARA.                                           00019600
           PERFORM READ-FEED-PARA.                                      00019700
           PERFORM APPLY-PARA UNTIL WS-FEED-EOF.                        00019800
           PERFORM REPORT-PARA.                                         00019900
           PERFORM SUMMARY-PARA.                                        00020000
           PERFORM CLOSE-PARA.                                          00020100
           STOP RUN.                                                    00020200
       ERROR-EXIT.                                                      00020300
           MOVE 16 TO RETURN-CODE.                                      00020400
           STOP RUN.                                                    00020500
                                                                        00020600
       OPEN-PARA.                                                       00020700
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00020800
           OPEN I-O ADDR-FILE.                                          00020900
           IF NA-STAT NOT = '00'                                        00021000
              DISPLAY "ADDRESS FILE OPEN ERROR, STATUS " NA-STAT        00021100
              GO TO ERROR-EXIT                                          00021200
           END-IF.                                                      00021300
           OPEN INPUT EMP-FILE.                                         00021400
           IF EM-STAT NOT = '00'                                        00021500
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00021600
              GO TO ERROR-EXIT                                          00021700
           END-IF.                                                      00021800
           OPEN EXTEND AUDIT-FILE.                                      00021900
           IF CA-STAT NOT = '00'                                        00022000
              DISPLAY "ADDRESS AUDIT FILE OPEN ERROR, STATUS " CA-STAT  00022100
              GO TO ERROR-EXIT                                          00022200
           END-IF.                                                      00022300
           OPEN INPUT ADDR-FEED.                                        00022400
           IF MF-STAT NOT = '00'                                        00022500
              DISPLAY "NO ADDRESS FEED THIS RUN, STATUS " MF-STAT       00022600
              SET WS-FEED-EOF TO TRUE                                   00022700
           END-IF.                                                      00022800
           DISPLAY "CUSTOMER ADDRESS MAINTENANCE - RUN DATE "           00022900
              WS-RUN-DATE.                                              00023000
           DISPLAY SPACE.                                               00023100
                                                                        00023200
       READ-FEED-PARA.                                                  00023300
           READ ADDR-FEED                                               00023400
              AT END                                                    00023500
                 SET WS-FEED-EOF TO TRUE                                00023600
              NOT AT END                                                00023700
                 ADD 1 TO WS-FEED-COUNT                                 00023800
           END-READ.                                                    00023900
                                                                        00024000
       APPLY-PARA.                                                      00024100
           EVALUATE TRUE                                                00024200
              WHEN MF-ADD                                               00024300
                 PERFORM ADD-PARA                                       00024400
              WHEN MF-CHANGE                                            00024500
                 PERFORM CHANGE-PARA                                    00024600
              WHEN MF-RETURNED                                          00024700
                 PERFORM RETURNED-PARA                                  00024800
              WHEN MF-CLEAR                                             00024900
                 PERFORM CLEAR-PARA                                     00025000
              WHEN MF-REMOVE                                            00025100
                 PERFORM REMOVE-PARA                                    00025200
              WHEN OTHER                                                00025300
                 DISPLAY "  INVALID ADDRESS ACTION " MF-ACTION          00025400
                    " EMPLOYEE " MF-EMPID                               00025500
                 ADD 1 TO WS-REJECT-COUNT                               00025600
           END-EVALUATE.                                                00025700
           PERFORM READ-FEED-PARA.                                      00025800
                                                                        00025900
       EDIT-ADDR-PARA.                                                  00026000
           SET WS-EDIT-OK TO TRUE.                                      00026100
           MOVE SPACE TO WS-EDIT-MSG.                                   00026200
           IF MF-LINE1 = SPACE                                          00026300
              SET WS-EDIT-BAD TO TRUE                                   00026400
              MOVE 'FIRST ADDRESS LINE MISSING' TO WS-EDIT-MSG          00026500
           END-IF.                                                      00026600
           IF WS-EDIT-OK AND MF-POSTCODE = SPACE                        00026700
              SET WS-EDIT-BAD TO TRUE                                   00026800
              MOVE 'POSTAL CODE MISSING' TO WS-EDIT-MSG                 00026900
           END-IF.                                                      00027000
           IF WS-EDIT-OK AND MF-DELIVERY NOT = SPACE                    00027100
              MOVE MF-DELIVERY TO NA-DELIVERY                           00027200
              IF NOT NA-DELIV-VALID                                     00027300
                 SET WS-EDIT-BAD TO TRUE                                00027400
                 MOVE 'DELIVERY NOT P, E OR H' TO WS-EDIT-MSG           00027500
              END-IF                                                    00027600
           END-IF.                                                      00027700
                                                                        00027800
       ADD-PARA.                                                        00027900
           PERFORM EDIT-ADDR-PARA.                                      00028000
           IF WS-EDIT-OK                                                00028100
              MOVE MF-EMPID TO IN-EMPID                                 00028200
              READ EMP-FILE                                             00028300
                 INVALID KEY                                            00028400
                    SET WS-EDIT-BAD TO TRUE                             00028500
                    MOVE 'EMPLOYEE NOT ON FILE' TO WS-EDIT-MSG          00028600
              END-READ                                                  00028700
           END-IF.                                                      00028800
           IF WS-EDIT-BAD                                               00028900
              DISPLAY "  EMPLOYEE " MF-EMPID " ADDRESS NOT ADDED - "    00029000
                 WS-EDIT-MSG                                            00029100
              ADD 1 TO WS-REJECT-COUNT                                  00029200
           ELSE                                                         00029300
              MOVE SPACE TO NA-ADDRREC                                  00029400
              MOVE MF-EMPID TO NA-EMPID                                 00029500
              MOVE MF-ADDRESS TO NA-ADDRESS                             00029600
              IF MF-DELIVERY = SPACE                                    00029700
                 SET NA-PAPER TO TRUE                                   00029800
              ELSE                                                      00029900
                 MOVE MF-DELIVERY TO NA-DELIVERY                        00030000
              END-IF                                                    00030100
              SET NA-DELIVERABLE TO TRUE                                00030200
              MOVE 0 TO NA-RETMAIL-DATE                                 00030300
              MOVE WS-RUN-DATE TO NA-CHANGE-DATE                        00030400
              MOVE MF-USER TO NA-CHANGE-USER                            00030500
              WRITE NA-ADDRREC                                          00030600
                 INVALID KEY                                            00030700
                    DISPLAY "  EMPLOYEE " MF-EMPID                      00030800
                       " ADDRESS ALREADY ON FILE - ADD IGNORED"         00030900
                    ADD 1 TO WS-REJECT-COUNT                            00031000
                 NOT INVALID KEY                                        00031100
                    MOVE SPACE TO WS-BEFORE-IMAGE                       00031200
                    MOVE 'A' TO WS-AUD-ACTION                           00031300
                    PERFORM AUDIT-PARA                                  00031400
                    DISPLAY "  EMPLOYEE " MF-EMPID " ADDRESS ADDED"     00031500
                    ADD 1 TO WS-ADD-COUNT                               00031600
              END-WRITE                                                 00031700
           END-IF.                                                      00031800
                                                                        00031900
       CHANGE-PARA.                                                     00032000
           MOVE MF-EMPID TO NA-EMPID.                                   00032100
           READ ADDR-FILE                                               00032200
              INVALID KEY                                               00032300
                 DISPLAY "  EMPLOYEE " MF-EMPID                         00032400
                    " ADDRESS NOT ON FILE - CHANGE IGNORED"             00032500
                 ADD 1 TO WS-REJECT-COUNT                               00032600
              NOT INVALID KEY                                           00032700
                 PERFORM CHANGE-APPLY-PARA                              00032800
           END-READ.                                                    00032900
                                                                        00033000
       CHANGE-APPLY-PARA.                                               00033100
           MOVE NA-ADDRREC TO WS-BEFORE-IMAGE.                          00033200
           PERFORM EDIT-ADDR-PARA.                                      00033300
           IF WS-EDIT-BAD                                               00033400
              DISPLAY "  EMPLOYEE " MF-EMPID " ADDRESS NOT CHANGED - "  00033500
                 WS-EDIT-MSG                                            00033600
              ADD 1 TO WS-REJECT-COUNT                                  00033700
              MOVE WS-BEFORE-IMAGE TO NA-ADDRREC                        00033800
           ELSE                                                         00033900
              MOVE MF-ADDRESS TO NA-ADDRESS                             00034000
              IF MF-DELIVERY NOT = SPACE                                00034100
                 MOVE MF-DELIVERY TO NA-DELIVERY                        00034200
              END-IF                                                    00034300
              SET NA-DELIVERABLE TO TRUE                                00034400
              MOVE 0 TO NA-RETMAIL-DATE                                 00034500
              MOVE WS-RUN-DATE TO NA-CHANGE-DATE                        00034600
              MOVE MF-USER TO NA-CHANGE-USER                            00034700
              REWRITE NA-ADDRREC                                        00034800
              MOVE 'C' TO WS-AUD-ACTION                                 00034900
              PERFORM AUDIT-PARA                                        00035000
              DISPLAY "  EMPLOYEE " MF-EMPID " ADDRESS CHANGED"         00035100
              ADD 1 TO WS-CHANGE-COUNT                                  00035200
           END-IF.                                                      00035300
                                                                        00035400
       RETURNED-PARA.                                                   00035500
           MOVE MF-EMPID TO NA-EMPID.                                   00035600
           READ ADDR-FILE                                               00035700
              INVALID KEY                                               00035800
                 DISPLAY "  EMPLOYEE " MF-EMPID                         00035900
                    " ADDRESS NOT ON FILE - RETURNED MAIL IGNORED"      00036000
                 ADD 1 TO WS-REJECT-COUNT                               00036100
              NOT INVALID KEY                                           00036200
                 MOVE NA-ADDRREC TO WS-BEFORE-IMAGE                     00036300
                 SET NA-RETURNED TO TRUE                                00036400
                 IF MF-DATE NUMERIC AND MF-DATE > 0                     00036500
                    MOVE MF-DATE TO NA-RETMAIL-DATE                     00036600
                 ELSE                                                   00036700
                    MOVE WS-RUN-DATE TO NA-RETMAIL-DATE                 00036800
                 END-IF                                                 00036900
                 MOVE WS-RUN-DATE TO NA-CHANGE-DATE                     00037000
                 MOVE MF-USER TO NA-CHANGE-USER                         00037100
                 REWRITE NA-ADDRREC                                     00037200
                 MOVE 'R' TO WS-AUD-ACTION                              00037300
                 PERFORM AUDIT-PARA                                     00037400
                 DISPLAY "  EMPLOYEE " MF-EMPID                         00037500
                    " MAIL RETURNED " NA-RETMAIL-DATE                   00037600
                 ADD 1 TO WS-RETURN-COUNT                               00037700
           END-READ.                                                    00037800
                                                                        00037900
       CLEAR-PARA.                                                      00038000
           MOVE MF-EMPID TO NA-EMPID.                                   00038100
           READ ADDR-FILE                                               00038200
              INVALID KEY                                               00038300
                 DISPLAY "  EMPLOYEE " MF-EMPID                         00038400
                    " ADDRESS NOT ON FILE - CLEAR IGNORED"              00038500
                 ADD 1 TO WS-REJECT-COUNT                               00038600
              NOT INVALID KEY                                           00038700
                 IF NOT NA-RETURNED                                     00038800
                    DISPLAY "  EMPLOYEE " MF-EMPID                      00038900
                       " MAIL NOT FLAGGED RETURNED - CLEAR IGNORED"     00039000
                    ADD 1 TO WS-REJECT-COUNT                            00039100
                 ELSE                                                   00039200
                    MOVE NA-ADDRREC TO WS-BEFORE-IMAGE                  00039300
                    SET NA-DELIVERABLE TO TRUE                          00039400
                    MOVE 0 TO NA-RETMAIL-DATE                           00039500
                    MOVE WS-RUN-DATE TO NA-CHANGE-DATE                  00039600
                    MOVE MF-USER TO NA-CHANGE-USER                      00039700
                    REWRITE NA-ADDRREC                                  00039800
                    MOVE 'K' TO WS-AUD-ACTION                           00039900
                    PERFORM AUDIT-PARA                                  00040000
                    DISPLAY "  EMPLOYEE " MF-EMPID                      00040100
                       " RETURNED MAIL FLAG CLEARED"                    00040200
                    ADD 1 TO WS-CLEAR-COUNT                             00040300
                 END-IF                                                 00040400
           END-READ.                                                    00040500
                                                                        00040600
       REMOVE-PARA.                                                     00040700
           MOVE MF-EMPID TO NA-EMPID.                                   00040800
           READ ADDR-FILE                                               00040900
              INVALID KEY                                               00041000
                 DISPLAY "  EMPLOYEE " MF-EMPID                         00041100
                    " ADDRESS NOT ON FILE - DELETE IGNORED"             00041200
                 ADD 1 TO WS-REJECT-COUNT                               00041300
              NOT INVALID KEY                                           00041400
                 MOVE NA-ADDRREC TO WS-BEFORE-IMAGE                     00041500
                 DELETE ADDR-FILE                                       00041600
                 MOVE SPACE TO NA-ADDRREC                               00041700
                 MOVE MF-EMPID TO NA-EMPID                              00041800
                 MOVE 'D' TO WS-AUD-ACTION                              00041900
                 PERFORM AUDIT-PARA                                     00042000
                 DISPLAY "  EMPLOYEE " MF-EMPID " ADDRESS DELETED"      00042100
                 ADD 1 TO WS-REMOVE-COUNT                               00042200
           END-READ.                                                    00042300
                                                                        00042400
       AUDIT-PARA.                                                      00042500
           ACCEPT WS-AUD-TIME FROM TIME.                                00042600
           MOVE SPACE TO CA-AUDREC.                                     00042700
           MOVE MF-EMPID TO CA-EMPID.                                   00042800
           STRING WS-RUN-DATE DELIMITED BY SIZE                         00042900
                  WS-AUD-TIME(1:6) DELIMITED BY SIZE                    00043000
              INTO CA-TIMESTAMP.                                        00043100
           MOVE MF-USER TO CA-USER.                                     00043200
           MOVE WS-AUD-ACTION TO CA-ACTION.                             00043300
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE.                           00043400
           IF CA-DELETED                                                00043500
              MOVE SPACE TO CA-AFTER                                    00043600
           ELSE                                                         00043700
              MOVE NA-ADDRREC TO CA-AFTER                               00043800
           END-IF.                                                      00043900
           WRITE CA-AUDREC.                                             00044000
                                                                        00044100
       REPORT-PARA.                                                     00044200
           DISPLAY SPACE.                                               00044300
           DISPLAY "RETURNED MAIL REGISTER".                            00044400
           DISPLAY "  EMPID   RETURNED  ADDRESS                       " 00044500
              "  POSTCODE    BY".                                       00044600
           MOVE LOW-VALUE TO NA-EMPID.                                  00044700
           START ADDR-FILE KEY IS NOT LESS THAN NA-EMPID                00044800
              INVALID KEY                                               00044900
                 SET WS-LIST-EOF TO TRUE                                00045000
           END-START.                                                   00045100
           PERFORM LIST-PARA UNTIL WS-LIST-EOF.                         00045200
           IF WS-RETMAIL-COUNT = 0                                      00045300
              DISPLAY "  NO ADDRESSES FLAGGED FOR RETURNED MAIL"        00045400
           END-IF.                                                      00045500
                                                                        00045600
       LIST-PARA.                                                       00045700
           READ ADDR-FILE NEXT RECORD                                   00045800
              AT END                                                    00045900
                 SET WS-LIST-EOF TO TRUE                                00046000
              NOT AT END                                                00046100
                 IF NA-RETURNED                                         00046200
                    ADD 1 TO WS-RETMAIL-COUNT                           00046300
                    MOVE NA-EMPID TO DL-EMPID                           00046400
                    MOVE NA-RETMAIL-DATE TO DL-RETMAIL-DATE             00046500
                    MOVE NA-LINE1 TO DL-LINE1                           00046600
                    MOVE NA-POSTCODE TO DL-POSTCODE                     00046700
                    MOVE NA-CHANGE-USER TO DL-USER                      00046800
                    DISPLAY WS-DETAIL-LINE                              00046900
                 END-IF                                                 00047000
           END-READ.                                                    00047100
                                                                        00047200
       SUMMARY-PARA.                                                    00047300
           DISPLAY SPACE.                                               00047400
           DISPLAY "ADDRESS ACTIONS READ:     " WS-FEED-COUNT.          00047500
           DISPLAY "ADDRESSES ADDED:          " WS-ADD-COUNT.           00047600
           DISPLAY "ADDRESSES CHANGED:        " WS-CHANGE-COUNT.        00047700
           DISPLAY "RETURNED MAIL FLAGGED:    " WS-RETURN-COUNT.        00047800
           DISPLAY "RETURNED MAIL CLEARED:    " WS-CLEAR-COUNT.         00047900
           DISPLAY "ADDRESSES DELETED:        " WS-REMOVE-COUNT.        00048000
           DISPLAY "ACTIONS REJECTED:         " WS-REJECT-COUNT.        00048100
           DISPLAY "RETURNED MAIL OPEN:       " WS-RETMAIL-COUNT.       00048200
                                                                        00048300
       CLOSE-PARA.                                                      00048400
           CLOSE ADDR-FILE.                                             00048500
           CLOSE EMP-FILE.                                              00048600
           CLOSE AUDIT-FILE.                                            00048700
           IF MF-STAT = '00' OR MF-STAT = '10'                          00048800
              CLOSE ADDR-FEED                                           00048900
           END-IF.                                                      00049000
