       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. SEPPROC.                                             00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT SEPREQ-FILE ASSIGN TO SEPREQ                          00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS SQ-STAT.                                      00011000
                                                                        00011100
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011200
           ORGANIZATION IS INDEXED                                      00011300
           ACCESS MODE IS RANDOM                                        00011400
           RECORD KEY IS IN-EMPID                                       00011500
           FILE STATUS IS EM-STAT.                                      00011600
                                                                        00011700
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011800
           ORGANIZATION IS INDEXED                                      00011900
           ACCESS MODE IS DYNAMIC                                       00012000
           RECORD KEY IS AC-ACCTNO                                      00012100
           ALTERNATE RECORD KEY IS AC-EMPID                             00012200
              WITH DUPLICATES                                           00012300
           FILE STATUS IS AC-STAT.                                      00012400
                                                                        00012500
           SELECT SEP-FILE ASSIGN TO SEPFILE                            00012600
           ORGANIZATION IS INDEXED                                      00012700
           ACCESS MODE IS DYNAMIC                                       00012800
           RECORD KEY IS SE-ACCTNO                                      00012900
           FILE STATUS IS SE-STAT.                                      00013000
                                                                        00013100
           SELECT RATE-FILE ASSIGN TO RATEFILE                          00013200
           ORGANIZATION IS SEQUENTIAL                                   00013300
           ACCESS MODE IS SEQUENTIAL                                    00013400
           FILE STATUS IS RT-STAT.                                      00013500
                                                                        00013600
           SELECT HOLD-FILE ASSIGN TO HOLDFILE                          00013700
           ORGANIZATION IS INDEXED                                      00013800
           ACCESS MODE IS RANDOM                                        00013900
           RECORD KEY IS HO-ACCTNO                                      00014000
           FILE STATUS IS HO-STAT.                                      00014100
                                                                        00014200
           SELECT ADDR-FILE ASSIGN TO ADDRFILE                          00014300
           ORGANIZATION IS INDEXED                                      00014400
           ACCESS MODE IS RANDOM                                        00014500
           RECORD KEY IS NA-EMPID                                       00014600
           FILE STATUS IS NA-STAT.                                      00014700
                                                                        00014800
           SELECT HISTORY-FILE ASSIGN TO HISTFILE                       00014900
           ORGANIZATION IS SEQUENTIAL                                   00015000
           ACCESS MODE IS SEQUENTIAL                                    00015100
           FILE STATUS IS HS-STAT.                                      00015200
                                                                        00015300
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE                        00015400
           ORGANIZATION IS SEQUENTIAL                                   00015500
           ACCESS MODE IS SEQUENTIAL                                    00015600
           FILE STATUS IS LG-STAT.                                      00015700
                                                                        00015800
           SELECT PAY-FILE ASSIGN TO SEPPAY                             00015900
           ORGANIZATION IS SEQUENTIAL                                   00016000
           ACCESS MODE IS SEQUENTIAL                                    00016100
           FILE STATUS IS SX-STAT.                                      00016200
                                                                        00016300
           SELECT CLOSE-FILE ASSIGN TO SEPCLOSE                         00016400
           ORGANIZATION IS SEQUENTIAL                                   00016500
           ACCESS MODE IS SEQUENTIAL                                    00016600
           FILE STATUS IS AF-STAT.                                      00016700
                                                                        00016800
       DATA DIVISION.                                                   00016900
       FILE SECTION.                                                    00017000
       FD SEPREQ-FILE.                                                  00017100
           COPY SEPRQREC.                                               00017200
                                                                        00017300
       FD EMP-FILE.                                                     00017400
           COPY EMPREC.                                                 00017500
                                                                        00017600
       FD ACCT-FILE.                                                    00017700
           COPY ACCTREC.                                                00017800
                                                                        00017900
       FD SEP-FILE.                                                     00018000
           COPY SEPREC.                                                 00018100
                                                                        00018200
       FD RATE-FILE.                                                    00018300
           COPY RATEREC.                                                00018400
                                                                        00018500
       FD HOLD-FILE.                                                    00018600
           COPY HOLDREC.                                                00018700
                                                                        00018800
       FD ADDR-FILE.                                                    00018900
           COPY ADDRREC.                                                00019000
                                                                        00019100
       FD HISTORY-FILE.                                                 00019200
           COPY HISTREC.                                                00019300
                                                                        00019400
       FD LEDGER-FILE.                                                  00019500
           COPY LEDGREC.                                                00019600
                                                                        00019700
       FD PAY-FILE.                                                     00019800
           COPY SEPPYREC.                                               00019900
                                                                        00020000
       FD CLOSE-FILE.                                                   00020100
           COPY ACCTFEED.                                               00020200
                                                                        00020300
       WORKING-STORAGE SECTION.                                         00020400
       01 SQ-STAT          PIC X(02) VALUE SPACE.                       00020500
       01 EM-STAT          PIC X(02) VALUE SPACE.                       00020600
       01 AC-STAT          PIC X(02) VALUE SPACE.                       00020700
       01 SE-STAT          PIC X(02) VALUE SPACE.                       00020800
       01 RT-STAT          PIC X(02) VALUE SPACE.                       00020900
       01 HO-STAT          PIC X(02) VALUE SPACE.                       00021000
       01 NA-STAT          PIC X(02) VALUE SPACE.                       00021100
       01 HS-STAT          PIC X(02) VALUE SPACE.                       00021200
       01 LG-STAT          PIC X(02) VALUE SPACE.                       00021300
       01 SX-STAT          PIC X(02) VALUE SPACE.                       00021400
       01 AF-STAT          PIC X(02) VALUE SPACE.                       00021500
       01 WS-REQ-EOF-SW    PIC X(01) VALUE 'N'.                         00021600
          88 WS-REQ-EOF    VALUE 'Y'.                                   00021700
       01 WS-OWNED-EOF-SW  PIC X(01) VALUE 'N'.                         00021800
          88 WS-OWNED-EOF  VALUE 'Y'.                                   00021900
       01 WS-SEP-EOF-SW    PIC X(01) VALUE 'N'.                         00022000
          88 WS-SEP-EOF    VALUE 'Y'.                                   00022100
       01 WS-RATE-EOF-SW   PIC X(01) VALUE 'N'.                         00022200
          88 WS-RATE-EOF   VALUE 'Y'.                                   00022300
       01 WS-EMP-SW        PIC X(01) VALUE 'N'.                         00022400
          88 WS-EMP-FOUND  VALUE 'Y'.                                   00022500
       01 WS-ACCT-SW       PIC X(01) VALUE 'N'.                         00022600
          88 WS-ACCT-FOUND VALUE 'Y'.                                   00022700
       01 WS-SEPREC-SW     PIC X(01) VALUE 'N'.                         00022800
          88 WS-SEPREC-FOUND VALUE 'Y'.                                 00022900
       01 WS-HOLD-SW       PIC X(01) VALUE 'N'.                         00023000
          88 WS-ACCT-ON-HOLD  VALUE 'Y'.                                00023100
          88 WS-ACCT-NO-HOLD  VALUE 'N'.                                00023200
       01 WS-ADDR-FOUND-SW PIC X(01) VALUE 'N'.                         00023300
          88 WS-ADDR-FOUND VALUE 'Y'.                                   00023400
       01 WS-RATE-FOUND-SW PIC X(01) VALUE 'N'.                         00023500
          88 WS-RATE-FOUND VALUE 'Y'.                                   00023600
       01 WS-FINAL-SW      PIC X(01) VALUE 'N'.                         00023700
          88 WS-FINAL-RUN  VALUE 'Y'.                                   00023800
       01 WS-PAID-SW       PIC X(01) VALUE 'N'.                         00023900
          88 WS-PAID       VALUE 'Y'.                                   00024000
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00024100
       01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.                          00024200
          05 WS-BUS-CCYY   PIC 9(04).                                   00024300
          05 WS-BUS-MM     PIC 9(02).                                   00024400
          05 WS-BUS-DD     PIC 9(02).                                   00024500
       01 WS-INT-DAYS      PIC 9(02) VALUE 0.                           00024600
       01 WS-HIS-DATE      PIC 9(08).                                   00024700
       01 WS-HIS-TIME      PIC 9(08).                                   00024800
       01 WS-BEFORE-IMAGE  PIC X(71) VALUE SPACE.                       00024900
       01 WS-JOB-ID        PIC X(08) VALUE 'SEPPROC'.                   00025000
       01 WS-RATE-CT       PIC 9(03) VALUE 0.                           00025100
       01 WS-SUB           PIC 9(03) VALUE 0.                           00025200
       01 WS-RATE-TABLE.                                                00025300
          05 WS-RATE-ENTRY OCCURS 500 TIMES.                            00025400
             10 WS-RT-BRANCH  PIC X(04).                                00025500
             10 WS-RT-EFFDATE PIC 9(08).                                00025600
             10 WS-RT-TIERMIN PIC 9(09)V99.                             00025700
             10 WS-RT-RATE    PIC 9(02)V9(04).                          00025800
             10 WS-RT-TYPE    PIC X(01).                                00025900
       01 WS-LOOKUP-BRANCH PIC X(04) VALUE SPACE.                       00026000
       01 WS-BEST-EFFDATE  PIC 9(08) VALUE 0.                           00026100
       01 WS-BEST-TIERMIN  PIC 9(09)V99 VALUE 0.                        00026200
       01 WS-ACCT-RATE     PIC 9(02)V9(04) VALUE 0.                     00026300
       01 WS-OPEN-BAL      PIC S9(09)V99 VALUE 0.                       00026400
       01 WS-INTEREST      PIC 9(07)V99 VALUE 0.                        00026500
       01 WS-PAY-AMT       PIC 9(09)V99 VALUE 0.                        00026600
       01 WS-LEDG-AMOUNT   PIC 9(09)V99 VALUE 0.                        00026700
       01 WS-ENROL-CT      PIC 9(04) VALUE 0.                           00026800
       01 WS-REQ-COUNT     PIC 9(08) VALUE 0.                           00026900
       01 WS-IGNORE-COUNT  PIC 9(08) VALUE 0.                           00027000
       01 WS-NOACCT-COUNT  PIC 9(08) VALUE 0.                           00027100
       01 WS-ENROL-COUNT   PIC 9(08) VALUE 0.                           00027200
       01 WS-ALREADY-COUNT PIC 9(08) VALUE 0.                           00027300
       01 WS-FINAL-COUNT   PIC 9(08) VALUE 0.                           00027400
       01 WS-INT-COUNT     PIC 9(08) VALUE 0.                           00027500
       01 WS-INT-TOTAL     PIC 9(11)V99 VALUE 0.                        00027600
       01 WS-NORATE-COUNT  PIC 9(08) VALUE 0.                           00027700
       01 WS-PAY-COUNT     PIC 9(08) VALUE 0.                           00027800
       01 WS-PAY-TOTAL     PIC 9(13)V99 VALUE 0.                        00027900
       01 WS-HELD-COUNT    PIC 9(08) VALUE 0.                           00028000
       01 WS-OVERDRAWN-COUNT PIC 9(08) VALUE 0.                         00028100
       01 WS-BADBAL-COUNT  PIC 9(08) VALUE 0.                           00028200
       01 WS-CLOSE-COUNT   PIC 9(08) VALUE 0.                           00028300
       01 WS-CLOSED-COUNT  PIC 9(08) VALUE 0.                           00028400
       01 WS-REQ-LINE.                                                  00028500
          05 FILLER        PIC X(02) VALUE SPACE.                       00028600
          05 RL-EMPID      PIC X(06).                                   00028700
          05 FILLER        PIC X(02) VALUE SPACE.                       00028800
          05 RL-FIRSTNAME  PIC X(12).                                   00028900
          05 FILLER        PIC X(01) VALUE SPACE.                       00029000
          05 RL-LASTNAME   PIC X(12).                                   00029100
          05 FILLER        PIC X(02) VALUE SPACE.                       00029200
          05 RL-REQ-DATE   PIC X(08).                                   00029300
          05 FILLER        PIC X(02) VALUE SPACE.                       00029400
          05 RL-RESULT     PIC X(30).                                   00029500
       01 WS-ITEM-LINE.                                                 00029600
          05 FILLER        PIC X(02) VALUE SPACE.                       00029700
          05 IL-ACCTNO     PIC X(10).                                   00029800
          05 FILLER        PIC X(02) VALUE SPACE.                       00029900
          05 IL-EMPID      PIC X(06).                                   00030000
          05 FILLER        PIC X(02) VALUE SPACE.                       00030100
          05 IL-BRANCH     PIC X(04).                                   00030200
          05 FILLER        PIC X(02) VALUE SPACE.                       00030300
          05 IL-STATUS     PIC X(01).                                   00030400
          05 FILLER        PIC X(02) VALUE SPACE.                       00030500
          05 IL-INTEREST   PIC ZZZ,ZZ9.99.                              00030600
          05 FILLER        PIC X(02) VALUE SPACE.                       00030700
          05 IL-PAYOUT     PIC ZZZ,ZZZ,ZZ9.99.                          00030800
          05 FILLER        PIC X(02) VALUE SPACE.                       00030900
          05 IL-RESULT     PIC X(30).                                   00031000
       01 WS-STMT-HDR-LINE.                                             00031100
          05 FILLER        PIC X(30)                                    00031200
             VALUE '     FINAL CLOSING STATEMENT  '.                    00031300
          05 FILLER        PIC X(17)                                    00031400
             VALUE 'SEPARATION DATE: '.                                 00031500
          05 SH-SEP-DATE   PIC X(08).                                   00031600
       01 WS-STMT-NAME-LINE.                                            00031700
          05 FILLER        PIC X(08) VALUE '  NAME: '.                  00031800
          05 SN-FIRSTNAME  PIC X(12).                                   00031900
          05 FILLER        PIC X(01) VALUE SPACE.                       00032000
          05 SN-LASTNAME   PIC X(12).                                   00032100
          05 FILLER        PIC X(10) VALUE '  ACCOUNT '.                00032200
          05 SN-ACCTNO     PIC X(10).                                   00032300
          05 FILLER        PIC X(09) VALUE '  BRANCH '.                 00032400
          05 SN-BRANCH     PIC X(04).                                   00032500
       01 WS-STMT-ADDR-LINE.                                            00032600
          05 FILLER        PIC X(08) VALUE SPACE.                       00032700
          05 SA-LINE       PIC X(30).                                   00032800
       01 WS-STMT-POST-LINE.                                            00032900
          05 FILLER        PIC X(08) VALUE SPACE.                       00033000
          05 SA-POSTCODE   PIC X(10).                                   00033100
       01 WS-STMT-OPEN-LINE.                                            00033200
          05 FILLER        PIC X(16) VALUE '  DATE OPENED:  '.          00033300
          05 SO-DATEOPEN   PIC X(08).                                   00033400
          05 FILLER        PIC X(20)                                    00033500
             VALUE '   OPENING BALANCE: '.                              00033600
          05 SO-OPEN-BAL   PIC ZZZ,ZZZ,ZZ9.99-.                         00033700
       01 WS-STMT-INT-LINE.                                             00033800
          05 FILLER        PIC X(21)                                    00033900
             VALUE '  FINAL INTEREST:    '.                             00034000
          05 SI-INTEREST   PIC ZZZ,ZZ9.99.                              00034100
          05 FILLER        PIC X(09) VALUE '  (RATE '.                  00034200
          05 SI-RATE       PIC Z9.9999.                                 00034300
          05 FILLER        PIC X(10) VALUE ' PCT PA,  '.                00034400
          05 SI-DAYS       PIC Z9.                                      00034500
          05 FILLER        PIC X(06) VALUE ' DAYS)'.                    00034600
       01 WS-STMT-PAY-LINE.                                             00034700
          05 FILLER        PIC X(21)                                    00034800
             VALUE '  FINAL PAYOUT:      '.                             00034900
          05 SF-PAID       PIC ZZZ,ZZZ,ZZ9.99.                          00035000
          05 FILLER        PIC X(02) VALUE SPACE.                       00035100
          05 SF-NOTE       PIC X(30).                                   00035200
       01 WS-STMT-CLOSE-LINE.                                           00035300
          05 FILLER        PIC X(21)                                    00035400
             VALUE '  CLOSING BALANCE:   '.                             00035500
          05 SC-CLOSE-BAL  PIC ZZZ,ZZZ,ZZ9.99-.                         00035600
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00035700
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00035800
           COPY BDPARM.                                                 00035900
       PROCEDURE DIVISION.                                              00036000
       MAIN-PARA.                                                       00036100
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00036200
           PERFORM LOAD-RATE-PARA THROUGH LOAD-RATE-EXIT                00036300
              UNTIL WS-RATE-EOF.                                        00036400
           DISPLAY "SEPARATION REQUESTS".                               00036500
           DISPLAY "  EMPID   NAME                       "              00036600
              "  REQUESTED RESULT".                                     00036700
           PERFORM READ-REQ-PARA THROUGH READ-REQ-EXIT.                 00036800
           PERFORM REQUEST-PARA THROUGH REQUEST-EXIT                    00036900
              UNTIL WS-REQ-EOF.                                         00037000
           IF WS-REQ-COUNT = 0                                          00037100
              DISPLAY "  NO SEPARATION REQUESTS RECEIVED"               00037200
           END-IF.                                                      00037300
           DISPLAY SPACE.                                               00037400
           DISPLAY "ACCOUNTS IN SEPARATION".                            00037500
           DISPLAY "  ACCOUNT     EMPID   BRCH  S  FINAL INT  "         00037600
              "  PAID OUT      RESULT".                                 00037700
           PERFORM SEP-START-PARA THROUGH SEP-START-EXIT.               00037800
           PERFORM SEPACCT-PARA THROUGH SEPACCT-EXIT                    00037900
              UNTIL WS-SEP-EOF.                                         00038000
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00038100
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00038200
           MOVE 'E' TO BD-FUNC.                                         00038300
           CALL 'BDCHECK' USING BD-PARM.                                00038400
           STOP RUN.                                                    00038500
       ERROR-EXIT.                                                      00038600
           MOVE 16 TO RETURN-CODE.                                      00038700
           STOP RUN.                                                    00038800
                                                                        00038900
       OPEN-PARA.                                                       00039000
           ACCEPT WS-BD-OVERRIDE.                                       00039100
           MOVE 'SEPPROC' TO BD-PGM.                                    00039200
           MOVE 'S' TO BD-FUNC.                                         00039300
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00039400
           CALL 'BDCHECK' USING BD-PARM.                                00039500
           IF BD-ALREADY-RUN                                            00039600
              DISPLAY "SEPPROC ALREADY COMPLETED FOR BUSINESS "         00039700
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00039800
              MOVE 8 TO RETURN-CODE                                     00039900
              STOP RUN                                                  00040000
           END-IF.                                                      00040100
           IF BD-CTL-ERROR                                              00040200
              GO TO ERROR-EXIT                                          00040300
           END-IF.                                                      00040400
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00040500
           IF WS-BUS-DD > 30                                            00040600
              MOVE 30 TO WS-INT-DAYS                                    00040700
           ELSE                                                         00040800
              MOVE WS-BUS-DD TO WS-INT-DAYS                             00040900
           END-IF.                                                      00041000
           OPEN INPUT SEPREQ-FILE.                                      00041100
           IF SQ-STAT NOT = '00'                                        00041200
              DISPLAY "NO SEPARATION REQUEST FILE, STATUS " SQ-STAT     00041300
              SET WS-REQ-EOF TO TRUE                                    00041400
           END-IF.                                                      00041500
           OPEN INPUT EMP-FILE.                                         00041600
           IF EM-STAT NOT = '00'                                        00041700
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00041800
              GO TO ERROR-EXIT                                          00041900
           END-IF.                                                      00042000
           OPEN I-O ACCT-FILE.                                          00042100
           IF AC-STAT NOT = '00'                                        00042200
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00042300
              GO TO ERROR-EXIT                                          00042400
           END-IF.                                                      00042500
           OPEN I-O SEP-FILE.                                           00042600
           IF SE-STAT NOT = '00'                                        00042700
              DISPLAY "SEPARATION FILE OPEN ERROR, STATUS " SE-STAT     00042800
              GO TO ERROR-EXIT                                          00042900
           END-IF.                                                      00043000
           OPEN INPUT RATE-FILE.                                        00043100
           IF RT-STAT NOT = '00'                                        00043200
              DISPLAY "RATE FILE OPEN ERROR, STATUS " RT-STAT           00043300
              GO TO ERROR-EXIT                                          00043400
           END-IF.                                                      00043500
           OPEN INPUT HOLD-FILE.                                        00043600
           IF HO-STAT NOT = '00'                                        00043700
              DISPLAY "HOLDS FILE OPEN ERROR, STATUS " HO-STAT          00043800
              GO TO ERROR-EXIT                                          00043900
           END-IF.                                                      00044000
           OPEN INPUT ADDR-FILE.                                        00044100
           IF NA-STAT NOT = '00'                                        00044200
              DISPLAY "ADDRESS FILE OPEN ERROR, STATUS " NA-STAT        00044300
              GO TO ERROR-EXIT                                          00044400
           END-IF.                                                      00044500
           OPEN EXTEND HISTORY-FILE.                                    00044600
           IF HS-STAT NOT = '00'                                        00044700
              DISPLAY "HISTORY FILE OPEN ERROR"                         00044800
              GO TO ERROR-EXIT                                          00044900
           END-IF.                                                      00045000
           OPEN EXTEND LEDGER-FILE.                                     00045100
           IF LG-STAT NOT = '00'                                        00045200
              DISPLAY "LEDGER FILE OPEN ERROR"                          00045300
              GO TO ERROR-EXIT                                          00045400
           END-IF.                                                      00045500
           OPEN OUTPUT PAY-FILE.                                        00045600
           IF SX-STAT NOT = '00'                                        00045700
              DISPLAY "PAYOUT EXTRACT OPEN ERROR, STATUS " SX-STAT      00045800
              GO TO ERROR-EXIT                                          00045900
           END-IF.                                                      00046000
           OPEN OUTPUT CLOSE-FILE.                                      00046100
           IF AF-STAT NOT = '00'                                        00046200
              DISPLAY "ACCOUNT CLOSE FEED OPEN ERROR, STATUS " AF-STAT  00046300
              GO TO ERROR-EXIT                                          00046400
           END-IF.                                                      00046500
           MOVE SPACE TO AF-FEEDREC.                                    00046600
           SET AF-HEADER-REC TO TRUE.                                   00046700
           MOVE WS-BUS-DATE TO AF-HDR-DATE.                             00046800
           MOVE 'SEPPROC' TO AF-HDR-SOURCE.                             00046900
           WRITE AF-FEEDREC.                                            00047000
           DISPLAY "EMPLOYEE SEPARATION - BUSINESS DATE " WS-BUS-DATE.  00047100
           DISPLAY SPACE.                                               00047200
       OPEN-EXIT.                                                       00047300
           EXIT.                                                        00047400
                                                                        00047500
       LOAD-RATE-PARA.                                                  00047600
           READ RATE-FILE                                               00047700
              AT END                                                    00047800
                 SET WS-RATE-EOF TO TRUE                                00047900
              NOT AT END                                                00048000
                 IF WS-RATE-CT < 500                                    00048100
                    ADD 1 TO WS-RATE-CT                                 00048200
                    MOVE RT-BRANCH  TO WS-RT-BRANCH(WS-RATE-CT)         00048300
                    MOVE RT-EFFDATE TO WS-RT-EFFDATE(WS-RATE-CT)        00048400
                    MOVE RT-TIERMIN TO WS-RT-TIERMIN(WS-RATE-CT)        00048500
                    MOVE RT-RATE    TO WS-RT-RATE(WS-RATE-CT)           00048600
                    MOVE RT-TYPE    TO WS-RT-TYPE(WS-RATE-CT)           00048700
                 ELSE                                                   00048800
                    DISPLAY "RATE TABLE FULL - BRANCH "                 00048900
                       RT-BRANCH " IGNORED"                             00049000
                 END-IF                                                 00049100
           END-READ.                                                    00049200
       LOAD-RATE-EXIT.                                                  00049300
           EXIT.                                                        00049400
                                                                        00049500
       READ-REQ-PARA.                                                   00049600
           READ SEPREQ-FILE                                             00049700
              AT END                                                    00049800
                 SET WS-REQ-EOF TO TRUE                                 00049900
              NOT AT END                                                00050000
                 ADD 1 TO WS-REQ-COUNT                                  00050100
           END-READ.                                                    00050200
       READ-REQ-EXIT.                                                   00050300
           EXIT.                                                        00050400
                                                                        00050500
       REQUEST-PARA.                                                    00050600
           MOVE SQ-EMPID TO RL-EMPID.                                   00050700
           MOVE SQ-FIRSTNAME TO RL-FIRSTNAME.                           00050800
           MOVE SQ-LASTNAME TO RL-LASTNAME.                             00050900
           MOVE SQ-REQ-DATE TO RL-REQ-DATE.                             00051000
           MOVE SPACE TO RL-RESULT.                                     00051100
           PERFORM ENROL-PARA THROUGH ENROL-EXIT.                       00051200
           DISPLAY WS-REQ-LINE.                                         00051300
           PERFORM READ-REQ-PARA THROUGH READ-REQ-EXIT.                 00051400
       REQUEST-EXIT.                                                    00051500
           EXIT.                                                        00051600
                                                                        00051700
       ENROL-PARA.                                                      00051800
           MOVE SQ-EMPID TO IN-EMPID.                                   00051900
           READ EMP-FILE                                                00052000
              INVALID KEY                                               00052100
                 MOVE 'N' TO WS-EMP-SW                                  00052200
              NOT INVALID KEY                                           00052300
                 SET WS-EMP-FOUND TO TRUE                               00052400
           END-READ.                                                    00052500
           IF WS-EMP-FOUND                                              00052600
              ADD 1 TO WS-IGNORE-COUNT                                  00052700
              MOVE 'STILL ON MASTER - IGNORED' TO RL-RESULT             00052800
              GO TO ENROL-EXIT                                          00052900
           END-IF.                                                      00053000
           MOVE 0 TO WS-ENROL-CT.                                       00053100
           MOVE 'N' TO WS-OWNED-EOF-SW.                                 00053200
           MOVE SQ-EMPID TO AC-EMPID.                                   00053300
           START ACCT-FILE KEY IS EQUAL TO AC-EMPID                     00053400
              INVALID KEY                                               00053500
                 SET WS-OWNED-EOF TO TRUE                               00053600
           END-START.                                                   00053700
           IF NOT WS-OWNED-EOF                                          00053800
              PERFORM READ-OWNED-PARA THROUGH READ-OWNED-EXIT           00053900
           END-IF.                                                      00054000
           IF WS-OWNED-EOF                                              00054100
              ADD 1 TO WS-NOACCT-COUNT                                  00054200
              MOVE 'NO ACCOUNTS ON FILE' TO RL-RESULT                   00054300
              GO TO ENROL-EXIT                                          00054400
           END-IF.                                                      00054500
           PERFORM OWNED-PARA THROUGH OWNED-EXIT                        00054600
              UNTIL WS-OWNED-EOF.                                       00054700
           MOVE 'ACCOUNTS ENROLLED:' TO RL-RESULT.                      00054800
           MOVE WS-ENROL-CT TO RL-RESULT(20:4).                         00054900
       ENROL-EXIT.                                                      00055000
           EXIT.                                                        00055100
                                                                        00055200
       READ-OWNED-PARA.                                                 00055300
           READ ACCT-FILE NEXT RECORD                                   00055400
              AT END                                                    00055500
                 SET WS-OWNED-EOF TO TRUE                               00055600
              NOT AT END                                                00055700
                 IF AC-EMPID NOT = SQ-EMPID                             00055800
                    SET WS-OWNED-EOF TO TRUE                            00055900
                 END-IF                                                 00056000
           END-READ.                                                    00056100
       READ-OWNED-EXIT.                                                 00056200
           EXIT.                                                        00056300
                                                                        00056400
       OWNED-PARA.                                                      00056500
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00056600
           READ SEP-FILE                                                00056700
              INVALID KEY                                               00056800
                 MOVE 'N' TO WS-SEPREC-SW                               00056900
              NOT INVALID KEY                                           00057000
                 SET WS-SEPREC-FOUND TO TRUE                            00057100
           END-READ.                                                    00057200
           IF WS-SEPREC-FOUND AND SE-ACTIVE                             00057300
              ADD 1 TO WS-ALREADY-COUNT                                 00057400
              DISPLAY "    ACCOUNT " AC-ACCTNO                          00057500
                 " ALREADY IN SEPARATION SINCE " SE-SEP-DATE            00057600
              GO TO OWNED-READ                                          00057700
           END-IF.                                                      00057800
           MOVE SPACE TO SE-SEPREC.                                     00057900
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00058000
           MOVE AC-EMPID TO SE-EMPID.                                   00058100
           MOVE AC-BRANCH TO SE-BRANCH.                                 00058200
           MOVE SQ-FIRSTNAME TO SE-FIRSTNAME.                           00058300
           MOVE SQ-LASTNAME TO SE-LASTNAME.                             00058400
           MOVE WS-BUS-DATE TO SE-SEP-DATE.                             00058500
           SET SE-SEPARATING TO TRUE.                                   00058600
           MOVE 0 TO SE-FINAL-INT.                                      00058700
           MOVE 0 TO SE-PAYOUT.                                         00058800
           MOVE 0 TO SE-CLOSE-DATE.                                     00058900
           IF WS-SEPREC-FOUND                                           00059000
              REWRITE SE-SEPREC                                         00059100
                 INVALID KEY                                            00059200
                    DISPLAY "SEPARATION REWRITE ERROR, ACCOUNT "        00059300
                       SE-ACCTNO " STATUS " SE-STAT                     00059400
                    GO TO ERROR-EXIT                                    00059500
              END-REWRITE                                               00059600
           ELSE                                                         00059700
              WRITE SE-SEPREC                                           00059800
                 INVALID KEY                                            00059900
                    DISPLAY "SEPARATION WRITE ERROR, ACCOUNT "          00060000
                       SE-ACCTNO " STATUS " SE-STAT                     00060100
                    GO TO ERROR-EXIT                                    00060200
              END-WRITE                                                 00060300
           END-IF.                                                      00060400
           ADD 1 TO WS-ENROL-CT.                                        00060500
           ADD 1 TO WS-ENROL-COUNT.                                     00060600
           DISPLAY "    ACCOUNT " AC-ACCTNO " BRANCH " AC-BRANCH        00060700
              " NOW SEPARATING - DEBITS BLOCKED".                       00060800
       OWNED-READ.                                                      00060900
           PERFORM READ-OWNED-PARA THROUGH READ-OWNED-EXIT.             00061000
       OWNED-EXIT.                                                      00061100
           EXIT.                                                        00061200
                                                                        00061300
       SEP-START-PARA.                                                  00061400
           MOVE LOW-VALUES TO SE-ACCTNO.                                00061500
           START SEP-FILE KEY IS NOT LESS THAN SE-ACCTNO                00061600
              INVALID KEY                                               00061700
                 SET WS-SEP-EOF TO TRUE                                 00061800
           END-START.                                                   00061900
           IF NOT WS-SEP-EOF                                            00062000
              PERFORM READ-SEP-PARA THROUGH READ-SEP-EXIT               00062100
           END-IF.                                                      00062200
       SEP-START-EXIT.                                                  00062300
           EXIT.                                                        00062400
                                                                        00062500
       READ-SEP-PARA.                                                   00062600
           READ SEP-FILE NEXT RECORD                                    00062700
              AT END                                                    00062800
                 SET WS-SEP-EOF TO TRUE                                 00062900
           END-READ.                                                    00063000
       READ-SEP-EXIT.                                                   00063100
           EXIT.                                                        00063200
                                                                        00063300
       SEPACCT-PARA.                                                    00063400
           IF NOT SE-CLOSED                                             00063500
              MOVE SE-ACCTNO TO IL-ACCTNO                               00063600
              MOVE SE-EMPID TO IL-EMPID                                 00063700
              MOVE SE-BRANCH TO IL-BRANCH                               00063800
              MOVE 0 TO IL-INTEREST                                     00063900
              MOVE 0 TO IL-PAYOUT                                       00064000
              MOVE SPACE TO IL-RESULT                                   00064100
              PERFORM SETTLE-PARA THROUGH SETTLE-EXIT                   00064200
              MOVE SE-STATUS TO IL-STATUS                               00064300
              DISPLAY WS-ITEM-LINE                                      00064400
           END-IF.                                                      00064500
           PERFORM READ-SEP-PARA THROUGH READ-SEP-EXIT.                 00064600
       SEPACCT-EXIT.                                                    00064700
           EXIT.                                                        00064800
                                                                        00064900
       SETTLE-PARA.                                                     00065000
           MOVE 'N' TO WS-FINAL-SW.                                     00065100
           MOVE 'N' TO WS-PAID-SW.                                      00065200
           MOVE 0 TO WS-INTEREST.                                       00065300
           MOVE 0 TO WS-PAY-AMT.                                        00065400
           MOVE SE-ACCTNO TO AC-ACCTNO.                                 00065500
           READ ACCT-FILE                                               00065600
              INVALID KEY                                               00065700
                 MOVE 'N' TO WS-ACCT-SW                                 00065800
              NOT INVALID KEY                                           00065900
                 SET WS-ACCT-FOUND TO TRUE                              00066000
           END-READ.                                                    00066100
           IF NOT WS-ACCT-FOUND                                         00066200
              SET SE-CLOSED TO TRUE                                     00066300
              MOVE WS-BUS-DATE TO SE-CLOSE-DATE                         00066400
              ADD 1 TO WS-CLOSED-COUNT                                  00066500
              MOVE 'ACCOUNT CLOSED' TO IL-RESULT                        00066600
              GO TO SETTLE-SAVE                                         00066700
           END-IF.                                                      00066800
           IF AC-BALANCE NOT NUMERIC                                    00066900
              ADD 1 TO WS-BADBAL-COUNT                                  00067000
              MOVE 'NON-NUMERIC BALANCE - SKIPPED' TO IL-RESULT         00067100
              GO TO SETTLE-EXIT                                         00067200
           END-IF.                                                      00067300
           MOVE AC-BALANCE TO WS-OPEN-BAL.                              00067400
           IF SE-SEPARATING                                             00067500
              SET WS-FINAL-RUN TO TRUE                                  00067600
              ADD 1 TO WS-FINAL-COUNT                                   00067700
              PERFORM FINAL-INT-PARA THROUGH FINAL-INT-EXIT             00067800
              SET SE-FINAL-DONE TO TRUE                                 00067900
           END-IF.                                                      00068000
           IF SE-CLOSE-SENT AND AC-BALANCE NOT = 0                      00068100
              SET SE-FINAL-DONE TO TRUE                                 00068200
           END-IF.                                                      00068300
           EVALUATE TRUE                                                00068400
              WHEN AC-BALANCE < 0                                       00068500
                 ADD 1 TO WS-OVERDRAWN-COUNT                            00068600
                 MOVE 'OVERDRAWN - AWAITING RECOVERY' TO IL-RESULT      00068700
              WHEN AC-BALANCE > 0                                       00068800
                 PERFORM PAYOUT-PARA THROUGH PAYOUT-EXIT                00068900
           END-EVALUATE.                                                00069000
           IF AC-BALANCE = 0                                            00069100
              PERFORM CLOSE-REQ-PARA THROUGH CLOSE-REQ-EXIT             00069200
           END-IF.                                                      00069300
           IF WS-FINAL-RUN                                              00069400
              PERFORM STATEMENT-PARA THROUGH STATEMENT-EXIT             00069500
           END-IF.                                                      00069600
           MOVE WS-INTEREST TO IL-INTEREST.                             00069700
           MOVE WS-PAY-AMT TO IL-PAYOUT.                                00069800
       SETTLE-SAVE.                                                     00069900
           REWRITE SE-SEPREC                                            00070000
              INVALID KEY                                               00070100
                 DISPLAY "SEPARATION REWRITE ERROR, ACCOUNT "           00070200
                    SE-ACCTNO " STATUS " SE-STAT                        00070300
                 GO TO ERROR-EXIT                                       00070400
           END-REWRITE.                                                 00070500
       SETTLE-EXIT.                                                     00070600
           EXIT.                                                        00070700
                                                                        00070800
       FINAL-INT-PARA.                                                  00070900
           IF AC-BALANCE NOT > 0                                        00071000
              GO TO FINAL-INT-EXIT                                      00071100
           END-IF.                                                      00071200
           PERFORM RATE-LOOKUP-PARA THROUGH RATE-LOOKUP-EXIT.           00071300
           IF NOT WS-RATE-FOUND                                         00071400
              ADD 1 TO WS-NORATE-COUNT                                  00071500
              DISPLAY "NO RATE FOR BRANCH " AC-BRANCH                   00071600
                 " - ACCOUNT " AC-ACCTNO " NO FINAL INTEREST"           00071700
              GO TO FINAL-INT-EXIT                                      00071800
           END-IF.                                                      00071900
           COMPUTE WS-INTEREST ROUNDED =                                00072000
              (AC-BALANCE * WS-ACCT-RATE * WS-INT-DAYS) / 36000         00072100
              ON SIZE ERROR                                             00072200
                 MOVE 0 TO WS-INTEREST                                  00072300
                 DISPLAY "INTEREST OVERFLOW - ACCOUNT " AC-ACCTNO       00072400
                    " ACCRUED ZERO"                                     00072500
           END-COMPUTE.                                                 00072600
           IF WS-INTEREST = 0                                           00072700
              GO TO FINAL-INT-EXIT                                      00072800
           END-IF.                                                      00072900
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00073000
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00073100
           ADD WS-INTEREST TO AC-BALANCE.                               00073200
           PERFORM ACCT-REWRITE-PARA THROUGH ACCT-REWRITE-EXIT.         00073300
           SET HIS-FINALINT TO TRUE.                                    00073400
           PERFORM HIST-PARA THROUGH HIST-EXIT.                         00073500
           SET LG-FINALINT TO TRUE.                                     00073600
           MOVE WS-INTEREST TO WS-LEDG-AMOUNT.                          00073700
           PERFORM LEDG-PARA THROUGH LEDG-EXIT.                         00073800
           MOVE WS-INTEREST TO SE-FINAL-INT.                            00073900
           ADD 1 TO WS-INT-COUNT.                                       00074000
           ADD WS-INTEREST TO WS-INT-TOTAL.                             00074100
       FINAL-INT-EXIT.                                                  00074200
           EXIT.                                                        00074300
                                                                        00074400
       RATE-LOOKUP-PARA.                                                00074500
           MOVE 'N' TO WS-RATE-FOUND-SW.                                00074600
           MOVE AC-BRANCH TO WS-LOOKUP-BRANCH.                          00074700
           PERFORM RATE-SCAN-PARA THROUGH RATE-SCAN-EXIT                00074800
              VARYING WS-SUB FROM 1 BY 1                                00074900
              UNTIL WS-SUB > WS-RATE-CT.                                00075000
           IF NOT WS-RATE-FOUND                                         00075100
              MOVE '****' TO WS-LOOKUP-BRANCH                           00075200
              PERFORM RATE-SCAN-PARA THROUGH RATE-SCAN-EXIT             00075300
                 VARYING WS-SUB FROM 1 BY 1                             00075400
                 UNTIL WS-SUB > WS-RATE-CT                              00075500
           END-IF.                                                      00075600
       RATE-LOOKUP-EXIT.                                                00075700
           EXIT.                                                        00075800
                                                                        00075900
       RATE-SCAN-PARA.                                                  00076000
           IF WS-RT-BRANCH(WS-SUB) = WS-LOOKUP-BRANCH                   00076100
              AND WS-RT-TYPE(WS-SUB) NOT = 'D'                          00076200
              AND WS-RT-EFFDATE(WS-SUB) <= WS-BUS-DATE                  00076300
              AND (WS-RT-TIERMIN(WS-SUB) = 0                            00076400
                 OR AC-BALANCE >= WS-RT-TIERMIN(WS-SUB))                00076500
              IF NOT WS-RATE-FOUND                                      00076600
                 OR WS-RT-EFFDATE(WS-SUB) > WS-BEST-EFFDATE             00076700
                 OR (WS-RT-EFFDATE(WS-SUB) = WS-BEST-EFFDATE            00076800
                    AND WS-RT-TIERMIN(WS-SUB) > WS-BEST-TIERMIN)        00076900
                 SET WS-RATE-FOUND TO TRUE                              00077000
                 MOVE WS-RT-EFFDATE(WS-SUB) TO WS-BEST-EFFDATE          00077100
                 MOVE WS-RT-TIERMIN(WS-SUB) TO WS-BEST-TIERMIN          00077200
                 MOVE WS-RT-RATE(WS-SUB) TO WS-ACCT-RATE                00077300
              END-IF                                                    00077400
           END-IF.                                                      00077500
       RATE-SCAN-EXIT.                                                  00077600
           EXIT.                                                        00077700
                                                                        00077800
       PAYOUT-PARA.                                                     00077900
           PERFORM HOLD-CHECK-PARA THROUGH HOLD-CHECK-EXIT.             00078000
           IF WS-ACCT-ON-HOLD                                           00078100
              ADD 1 TO WS-HELD-COUNT                                    00078200
              MOVE 'ON HOLD - PAYOUT WITHHELD' TO IL-RESULT             00078300
              GO TO PAYOUT-EXIT                                         00078400
           END-IF.                                                      00078500
           MOVE AC-BALANCE TO WS-PAY-AMT.                               00078600
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00078700
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00078800
           MOVE 0 TO AC-BALANCE.                                        00078900
           PERFORM ACCT-REWRITE-PARA THROUGH ACCT-REWRITE-EXIT.         00079000
           SET HIS-PAYOUT TO TRUE.                                      00079100
           PERFORM HIST-PARA THROUGH HIST-EXIT.                         00079200
           SET LG-PAYOUT TO TRUE.                                       00079300
           MOVE WS-PAY-AMT TO WS-LEDG-AMOUNT.                           00079400
           PERFORM LEDG-PARA THROUGH LEDG-EXIT.                         00079500
           PERFORM ADDR-LOOKUP-PARA THROUGH ADDR-LOOKUP-EXIT.           00079600
           MOVE SPACE TO SX-PAYREC.                                     00079700
           MOVE WS-BUS-DATE TO SX-PAY-DATE.                             00079800
           MOVE AC-ACCTNO TO SX-ACCTNO.                                 00079900
           MOVE AC-EMPID TO SX-EMPID.                                   00080000
           MOVE AC-BRANCH TO SX-BRANCH.                                 00080100
           MOVE SE-FIRSTNAME TO SX-FIRSTNAME.                           00080200
           MOVE SE-LASTNAME TO SX-LASTNAME.                             00080300
           IF WS-FINAL-RUN                                              00080400
              SET SX-FINAL TO TRUE                                      00080500
           ELSE                                                         00080600
              SET SX-RESIDUAL TO TRUE                                   00080700
           END-IF.                                                      00080800
           MOVE WS-PAY-AMT TO SX-AMOUNT.                                00080900
           MOVE SE-SEP-DATE TO SX-SEP-DATE.                             00081000
           IF WS-ADDR-FOUND                                             00081100
              MOVE NA-ADDRESS TO SX-ADDRESS                             00081200
           END-IF.                                                      00081300
           WRITE SX-PAYREC.                                             00081400
           ADD WS-PAY-AMT TO SE-PAYOUT.                                 00081500
           ADD 1 TO WS-PAY-COUNT.                                       00081600
           ADD WS-PAY-AMT TO WS-PAY-TOTAL.                              00081700
           SET WS-PAID TO TRUE.                                         00081800
       PAYOUT-EXIT.                                                     00081900
           EXIT.                                                        00082000
                                                                        00082100
       HOLD-CHECK-PARA.                                                 00082200
           SET WS-ACCT-NO-HOLD TO TRUE.                                 00082300
           MOVE AC-ACCTNO TO HO-ACCTNO.                                 00082400
           READ HOLD-FILE                                               00082500
              INVALID KEY                                               00082600
                 CONTINUE                                               00082700
              NOT INVALID KEY                                           00082800
                 SET WS-ACCT-ON-HOLD TO TRUE                            00082900
           END-READ.                                                    00083000
       HOLD-CHECK-EXIT.                                                 00083100
           EXIT.                                                        00083200
                                                                        00083300
       ADDR-LOOKUP-PARA.                                                00083400
           MOVE 'N' TO WS-ADDR-FOUND-SW.                                00083500
           MOVE AC-EMPID TO NA-EMPID.                                   00083600
           READ ADDR-FILE                                               00083700
              INVALID KEY                                               00083800
                 CONTINUE                                               00083900
              NOT INVALID KEY                                           00084000
                 SET WS-ADDR-FOUND TO TRUE                              00084100
           END-READ.                                                    00084200
       ADDR-LOOKUP-EXIT.                                                00084300
           EXIT.                                                        00084400
                                                                        00084500
       CLOSE-REQ-PARA.                                                  00084600
           MOVE SPACE TO AF-FEEDREC.                                    00084700
           SET AF-DETAIL-REC TO TRUE.                                   00084800
           SET AF-TRAN-DELETE TO TRUE.                                  00084900
           MOVE AC-ACCTREC TO AF-DTL-ACCTREC.                           00085000
           WRITE AF-FEEDREC.                                            00085100
           ADD 1 TO WS-CLOSE-COUNT.                                     00085200
           EVALUATE TRUE                                                00085300
              WHEN SE-CLOSE-SENT                                        00085400
                 MOVE 'CLOSE RESENT TO ACCTLOAD' TO IL-RESULT           00085500
              WHEN WS-PAID                                              00085600
                 MOVE 'PAID OUT - CLOSE SENT' TO IL-RESULT              00085700
              WHEN OTHER                                                00085800
                 MOVE 'ZERO BALANCE - CLOSE SENT' TO IL-RESULT          00085900
           END-EVALUATE.                                                00086000
           SET SE-CLOSE-SENT TO TRUE.                                   00086100
       CLOSE-REQ-EXIT.                                                  00086200
           EXIT.                                                        00086300
                                                                        00086400
       ACCT-REWRITE-PARA.                                               00086500
           REWRITE AC-ACCTREC                                           00086600
              INVALID KEY                                               00086700
                 DISPLAY "ACCOUNT REWRITE ERROR, ACCOUNT " AC-ACCTNO    00086800
                    " STATUS " AC-STAT                                  00086900
                 GO TO ERROR-EXIT                                       00087000
           END-REWRITE.                                                 00087100
       ACCT-REWRITE-EXIT.                                               00087200
           EXIT.                                                        00087300
                                                                        00087400
       HIST-PARA.                                                       00087500
           ACCEPT WS-HIS-TIME FROM TIME.                                00087600
           MOVE WS-BUS-DATE TO WS-HIS-DATE.                             00087700
           MOVE AC-EMPID TO HIS-EMPID.                                  00087800
           MOVE AC-ACCTNO TO HIS-ACCTNO.                                00087900
           MOVE WS-JOB-ID TO HIS-JOBID.                                 00088000
           STRING WS-HIS-DATE DELIMITED BY SIZE                         00088100
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00088200
              INTO HIS-TIMESTAMP.                                       00088300
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.                          00088400
           MOVE AC-ACCTREC TO HIS-AFTER.                                00088500
           WRITE HIS-REC.                                               00088600
       HIST-EXIT.                                                       00088700
           EXIT.                                                        00088800
                                                                        00088900
       LEDG-PARA.                                                       00089000
           MOVE AC-ACCTNO TO LG-ACCTNO.                                 00089100
           MOVE AC-EMPID TO LG-EMPID.                                   00089200
           MOVE WS-LEDG-AMOUNT TO LG-AMOUNT.                            00089300
           MOVE WS-BUS-DATE TO LG-TRANDATE.                             00089400
           MOVE HIS-TIMESTAMP TO LG-TIMESTAMP.                          00089500
           MOVE WS-JOB-ID TO LG-JOBID.                                  00089600
           WRITE LG-LEDGREC.                                            00089700
       LEDG-EXIT.                                                       00089800
           EXIT.                                                        00089900
                                                                        00090000
       STATEMENT-PARA.                                                  00090100
           DISPLAY SPACE.                                               00090200
           MOVE SE-SEP-DATE TO SH-SEP-DATE.                             00090300
           DISPLAY WS-STMT-HDR-LINE.                                    00090400
           MOVE SE-FIRSTNAME TO SN-FIRSTNAME.                           00090500
           MOVE SE-LASTNAME TO SN-LASTNAME.                             00090600
           MOVE AC-ACCTNO TO SN-ACCTNO.                                 00090700
           MOVE AC-BRANCH TO SN-BRANCH.                                 00090800
           DISPLAY WS-STMT-NAME-LINE.                                   00090900
           IF NOT WS-PAID                                               00091000
              PERFORM ADDR-LOOKUP-PARA THROUGH ADDR-LOOKUP-EXIT         00091100
           END-IF.                                                      00091200
           IF WS-ADDR-FOUND                                             00091300
              MOVE NA-LINE1 TO SA-LINE                                  00091400
              DISPLAY WS-STMT-ADDR-LINE                                 00091500
              IF NA-LINE2 NOT = SPACE                                   00091600
                 MOVE NA-LINE2 TO SA-LINE                               00091700
                 DISPLAY WS-STMT-ADDR-LINE                              00091800
              END-IF                                                    00091900
              IF NA-LINE3 NOT = SPACE                                   00092000
                 MOVE NA-LINE3 TO SA-LINE                               00092100
                 DISPLAY WS-STMT-ADDR-LINE                              00092200
              END-IF                                                    00092300
              MOVE NA-POSTCODE TO SA-POSTCODE                           00092400
              DISPLAY WS-STMT-POST-LINE                                 00092500
           ELSE                                                         00092600
              MOVE '*** NO ADDRESS ON FILE ***' TO SA-LINE              00092700
              DISPLAY WS-STMT-ADDR-LINE                                 00092800
           END-IF.                                                      00092900
           MOVE AC-DATEOPEN TO SO-DATEOPEN.                             00093000
           MOVE WS-OPEN-BAL TO SO-OPEN-BAL.                             00093100
           DISPLAY WS-STMT-OPEN-LINE.                                   00093200
           MOVE WS-INTEREST TO SI-INTEREST.                             00093300
           MOVE WS-ACCT-RATE TO SI-RATE.                                00093400
           IF WS-INTEREST = 0                                           00093500
              MOVE 0 TO SI-RATE                                         00093600
           END-IF.                                                      00093700
           MOVE WS-INT-DAYS TO SI-DAYS.                                 00093800
           DISPLAY WS-STMT-INT-LINE.                                    00093900
           MOVE WS-PAY-AMT TO SF-PAID.                                  00094000
           EVALUATE TRUE                                                00094100
              WHEN WS-PAID                                              00094200
                 MOVE 'PAID TO EMPLOYEE' TO SF-NOTE                     00094300
              WHEN WS-ACCT-ON-HOLD AND AC-BALANCE > 0                   00094400
                 MOVE 'WITHHELD - ACCOUNT ON HOLD' TO SF-NOTE           00094500
              WHEN AC-BALANCE < 0                                       00094600
                 MOVE 'NONE - ACCOUNT OVERDRAWN' TO SF-NOTE             00094700
              WHEN OTHER                                                00094800
                 MOVE SPACE TO SF-NOTE                                  00094900
           END-EVALUATE.                                                00095000
           DISPLAY WS-STMT-PAY-LINE.                                    00095100
           MOVE AC-BALANCE TO SC-CLOSE-BAL.                             00095200
           DISPLAY WS-STMT-CLOSE-LINE.                                  00095300
           DISPLAY SPACE.                                               00095400
       STATEMENT-EXIT.                                                  00095500
           EXIT.                                                        00095600
                                                                        00095700
       SUMMARY-PARA.                                                    00095800
           DISPLAY SPACE.                                               00095900
           DISPLAY "SEPARATION REQUESTS READ:     " WS-REQ-COUNT.       00096000
           DISPLAY "EMPLOYEES STILL ON MASTER:    " WS-IGNORE-COUNT.    00096100
           DISPLAY "EMPLOYEES WITH NO ACCOUNTS:   " WS-NOACCT-COUNT.    00096200
           DISPLAY "ACCOUNTS ENROLLED:            " WS-ENROL-COUNT.     00096300
           DISPLAY "ACCOUNTS ALREADY SEPARATING:  " WS-ALREADY-COUNT.   00096400
           DISPLAY "FINAL STATEMENTS PRODUCED:    " WS-FINAL-COUNT.     00096500
           DISPLAY "FINAL INTEREST POSTINGS:      " WS-INT-COUNT.       00096600
           MOVE WS-INT-TOTAL TO WS-TOTAL-EDIT.                          00096700
           DISPLAY "FINAL INTEREST CREDITED:      " WS-TOTAL-EDIT.      00096800
           DISPLAY "ACCOUNTS WITH NO RATE:        " WS-NORATE-COUNT.    00096900
           DISPLAY "PAYOUTS EXTRACTED:            " WS-PAY-COUNT.       00097000
           MOVE WS-PAY-TOTAL TO WS-TOTAL-EDIT.                          00097100
           DISPLAY "AMOUNT PAID OUT:              " WS-TOTAL-EDIT.      00097200
           DISPLAY "PAYOUTS WITHHELD - ON HOLD:   " WS-HELD-COUNT.      00097300
           DISPLAY "OVERDRAWN - AWAITING RECOVERY:" WS-OVERDRAWN-COUNT. 00097400
           DISPLAY "NON-NUMERIC BALANCES:         " WS-BADBAL-COUNT.    00097500
           DISPLAY "CLOSES SENT TO ACCTLOAD:      " WS-CLOSE-COUNT.     00097600
           DISPLAY "SEPARATIONS COMPLETED:        " WS-CLOSED-COUNT.    00097700
       SUMMARY-EXIT.                                                    00097800
           EXIT.                                                        00097900
                                                                        00098000
       CLOSE-PARA.                                                      00098100
           MOVE SPACE TO AF-FEEDREC.                                    00098200
           SET AF-TRAILER-REC TO TRUE.                                  00098300
           MOVE WS-CLOSE-COUNT TO AF-TRL-COUNT.                         00098400
           MOVE 0 TO AF-TRL-HASH.                                       00098500
           WRITE AF-FEEDREC.                                            00098600
           IF SQ-STAT = '00' OR SQ-STAT = '10'                          00098700
              CLOSE SEPREQ-FILE                                         00098800
           END-IF.                                                      00098900
           CLOSE EMP-FILE.                                              00099000
           CLOSE ACCT-FILE.                                             00099100
           CLOSE SEP-FILE.                                              00099200
           CLOSE RATE-FILE.                                             00099300
           CLOSE HOLD-FILE.                                             00099400
           CLOSE ADDR-FILE.                                             00099500
           CLOSE HISTORY-FILE.                                          00099600
           CLOSE LEDGER-FILE.                                           00099700
           CLOSE PAY-FILE.                                              00099800
           CLOSE CLOSE-FILE.                                            00099900
       CLOSE-EXIT.                                                      00100000
           EXIT.                                                        00100100
