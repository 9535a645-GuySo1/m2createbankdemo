       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. PAYDEPST.                                            00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00010700
           ORGANIZATION IS INDEXED                                      00010800
           ACCESS MODE IS DYNAMIC                                       00010900
           RECORD KEY IS AC-ACCTNO                                      00011000
           ALTERNATE RECORD KEY IS AC-EMPID                             00011100
              WITH DUPLICATES                                           00011200
           FILE STATUS IS AC-STAT.                                      00011300
                                                                        00011400
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011500
           ORGANIZATION IS INDEXED                                      00011600
           ACCESS MODE IS RANDOM                                        00011700
           RECORD KEY IS IN-EMPID                                       00011800
           FILE STATUS IS EM-STAT.                                      00011900
                                                                        00012000
           SELECT PAY-FEED ASSIGN TO PAYFEED                            00012100
           ORGANIZATION IS SEQUENTIAL                                   00012200
           ACCESS MODE IS SEQUENTIAL                                    00012300
           FILE STATUS IS PF-STAT.                                      00012400
                                                                        00012500
           SELECT PAYTRAN-FILE ASSIGN TO PAYTRAN                        00012600
           ORGANIZATION IS SEQUENTIAL                                   00012700
           ACCESS MODE IS SEQUENTIAL                                    00012800
           FILE STATUS IS PY-STAT.                                      00012900
                                                                        00013000
           SELECT RETPAY-FILE ASSIGN TO PAYRETN                         00013100
           ORGANIZATION IS SEQUENTIAL                                   00013200
           ACCESS MODE IS SEQUENTIAL                                    00013300
           FILE STATUS IS RP-STAT.                                      00013400
                                                                        00013500
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL                          00013600
           ORGANIZATION IS SEQUENTIAL                                   00013700
           ACCESS MODE IS SEQUENTIAL                                    00013800
           FILE STATUS IS PC-STAT.                                      00013900
                                                                        00014000
       DATA DIVISION.                                                   00014100
       FILE SECTION.                                                    00014200
       FD ACCT-FILE.                                                    00014300
           COPY ACCTREC.                                                00014400
                                                                        00014500
       FD EMP-FILE.                                                     00014600
           COPY EMPREC.                                                 00014700
                                                                        00014800
       FD PAY-FEED.                                                     00014900
           COPY PAYFEED.                                                00015000
                                                                        00015100
       FD PAYTRAN-FILE.                                                 00015200
           COPY TRANREC.                                                00015300
                                                                        00015400
       FD RETPAY-FILE.                                                  00015500
       01 RPY-REC.                                                      00015600
          05 RPY-EMPID        PIC X(06).                                00015700
          05 RPY-PAYDATE      PIC X(08).                                00015800
          05 RPY-NETPAY       PIC 9(09)V99.                             00015900
          05 RPY-REASON       PIC X(02).                                00016000
                                                                        00016100
       FD PAYCTL-FILE.                                                  00016200
       01 PCL-REC.                                                      00016300
          05 PCL-HDR-DATE     PIC X(08).                                00016400
          05 PCL-HDR-SOURCE   PIC X(08).                                00016500
          05 PCL-COUNT        PIC 9(08).                                00016600
          05 PCL-TOTAL        PIC 9(13)V99.                             00016700
          05 PCL-BUSDATE      PIC 9(08).                                00016800
                                                                        00016900
       WORKING-STORAGE SECTION.                                         00017000
       01 AC-STAT          PIC X(02) VALUE SPACE.                       00017100
       01 EM-STAT          PIC X(02) VALUE SPACE.                       00017200
       01 PF-STAT          PIC X(02) VALUE SPACE.                       00017300
       01 PY-STAT          PIC X(02) VALUE SPACE.                       00017400
       01 RP-STAT          PIC X(02) VALUE SPACE.                       00017500
       01 PC-STAT          PIC X(02) VALUE SPACE.                       00017600
       01 WS-FEED-EOF-SW   PIC X(01) VALUE 'N'.                         00017700
          88 WS-FEED-EOF   VALUE 'Y'.                                   00017800
       01 WS-CTL-EOF-SW    PIC X(01) VALUE 'N'.                         00017900
          88 WS-CTL-EOF    VALUE 'Y'.                                   00018000
       01 WS-NO-FEED-SW    PIC X(01) VALUE 'N'.                         00018100
          88 WS-NO-FEED    VALUE 'Y'.                                   00018200
       01 WS-FEED-SW       PIC X(01) VALUE 'Y'.                         00018300
          88 WS-FEED-GOOD  VALUE 'Y'.                                   00018400
          88 WS-FEED-BAD   VALUE 'N'.                                   00018500
       01 WS-FEED-REASON   PIC X(40) VALUE SPACE.                       00018600
       01 WS-HDR-SEEN-SW   PIC X(01) VALUE 'N'.                         00018700
          88 WS-HDR-SEEN   VALUE 'Y'.                                   00018800
       01 WS-TRL-SEEN-SW   PIC X(01) VALUE 'N'.                         00018900
          88 WS-TRL-SEEN   VALUE 'Y'.                                   00019000
       01 WS-JOB-ID        PIC X(08) VALUE SPACE.                       00019100
       01 WS-BUS-DATE      PIC 9(08) VALUE 0.                           00019200
       01 WS-HDR-DATE      PIC X(08) VALUE SPACE.                       00019300
       01 WS-HDR-SOURCE    PIC X(08) VALUE SPACE.                       00019400
       01 WS-TRL-COUNT     PIC 9(08) VALUE 0.                           00019500
       01 WS-TRL-TOTAL     PIC 9(13)V99 VALUE 0.                        00019600
       01 WS-PROOF-COUNT   PIC 9(08) VALUE 0.                           00019700
       01 WS-PROOF-TOTAL   PIC 9(13)V99 VALUE 0.                        00019800
       01 WS-DTL-COUNT     PIC 9(08) VALUE 0.                           00019900
       01 WS-PAID-COUNT    PIC 9(08) VALUE 0.                           00020000
       01 WS-RET-COUNT     PIC 9(08) VALUE 0.                           00020100
       01 WS-DEP-COUNT     PIC 9(08) VALUE 0.                           00020200
       01 WS-SPLIT-EXC-COUNT PIC 9(08) VALUE 0.                         00020300
       01 WS-DEP-TOTAL     PIC 9(13)V99 VALUE 0.                        00020400
       01 WS-RET-TOTAL     PIC 9(13)V99 VALUE 0.                        00020500
       01 WS-GEN-TOTAL     PIC 9(13)V99 VALUE 0.                        00020600
       01 WS-PAY-REASON    PIC X(02) VALUE SPACE.                       00020700
       01 WS-PRIME-ACCT    PIC X(10) VALUE SPACE.                       00020800
       01 WS-DEP-ACCTNO    PIC X(10) VALUE SPACE.                       00020900
       01 WS-DEP-AMOUNT    PIC 9(09)V99 VALUE 0.                        00021000
       01 WS-NET-LEFT      PIC 9(09)V99 VALUE 0.                        00021100
       01 WS-SPLIT-AMT     PIC 9(09)V99 VALUE 0.                        00021200
       01 WS-SPLIT-TOTAL   PIC 9(11)V99 VALUE 0.                        00021300
       01 WS-SPLIT-CT      PIC 9(02) VALUE 0.                           00021400
       01 WS-SPLIT-SUB     PIC 9(02) VALUE 0.                           00021500
       01 WS-SPLIT-TABLE.                                               00021600
          05 WS-SP-ENTRY OCCURS 3 TIMES.                                00021700
             10 WS-SP-ACCTNO  PIC X(10).                                00021800
             10 WS-SP-AMOUNT  PIC 9(09)V99.                             00021900
       01 WS-RET-LINE.                                                  00022000
          05 FILLER        PIC X(02) VALUE SPACE.                       00022100
          05 RL-EMPID      PIC X(06).                                   00022200
          05 FILLER        PIC X(02) VALUE SPACE.                       00022300
          05 RL-PAYDATE    PIC X(08).                                   00022400
          05 FILLER        PIC X(02) VALUE SPACE.                       00022500
          05 RL-NETPAY     PIC ZZZ,ZZZ,ZZ9.99.                          00022600
          05 FILLER        PIC X(02) VALUE SPACE.                       00022700
          05 RL-REASON     PIC X(02).                                   00022800
          05 FILLER        PIC X(02) VALUE SPACE.                       00022900
          05 RL-REASON-TXT PIC X(26).                                   00023000
       01 WS-TOTAL-EDIT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00023100
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00023200
           COPY BDPARM.                                                 00023300
           COPY ERRPARM.                                                00023400
       PROCEDURE DIVISION.                                              00023500
       MAIN-PARA.                                                       00023600
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00023700
           IF NOT WS-NO-FEED                                            00023800
              PERFORM READ-FEED-PARA THROUGH READ-FEED-EXIT             00023900
              PERFORM PROVE-PARA THROUGH PROVE-EXIT                     00024000
                 UNTIL WS-FEED-EOF                                      00024100
              PERFORM PROVE-END-PARA THROUGH PROVE-END-EXIT             00024200
           END-IF.                                                      00024300
           IF NOT WS-NO-FEED AND WS-FEED-GOOD                           00024400
              PERFORM REWIND-FEED-PARA THROUGH REWIND-FEED-EXIT         00024500
              DISPLAY "PAYROLL EXCEPTIONS AND RETURNED PAY"             00024600
              PERFORM READ-FEED-PARA THROUGH READ-FEED-EXIT             00024700
              PERFORM PAY-PARA THROUGH PAY-EXIT                         00024800
                 UNTIL WS-FEED-EOF                                      00024900
              IF WS-RET-COUNT = 0                                       00025000
                 DISPLAY "  NO RETURNED PAY"                            00025100
              END-IF                                                    00025200
              PERFORM TIE-OUT-PARA THROUGH TIE-OUT-EXIT                 00025300
           END-IF.                                                      00025400
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00025500
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00025600
           MOVE 'E' TO BD-FUNC.                                         00025700
           CALL 'BDCHECK' USING BD-PARM.                                00025800
           IF WS-FEED-BAD                                               00025900
              MOVE 4 TO RETURN-CODE                                     00026000
           END-IF.                                                      00026100
           STOP RUN.                                                    00026200
       ERROR-EXIT.                                                      00026300
           MOVE 16 TO RETURN-CODE.                                      00026400
           STOP RUN.                                                    00026500
                                                                        00026600
       OPEN-PARA.                                                       00026700
           ACCEPT WS-JOB-ID.                                            00026800
           ACCEPT WS-BD-OVERRIDE.                                       00026900
           MOVE 'PAYDEPST' TO BD-PGM.                                   00027000
           MOVE 'S' TO BD-FUNC.                                         00027100
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00027200
           CALL 'BDCHECK' USING BD-PARM.                                00027300
           IF BD-ALREADY-RUN                                            00027400
              DISPLAY "PAYDEPST ALREADY COMPLETED FOR BUSINESS "        00027500
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00027600
              MOVE 8 TO RETURN-CODE                                     00027700
              STOP RUN                                                  00027800
           END-IF.                                                      00027900
           IF BD-CTL-ERROR                                              00028000
              GO TO ERROR-EXIT                                          00028100
           END-IF.                                                      00028200
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00028300
           OPEN INPUT ACCT-FILE.                                        00028400
           IF AC-STAT NOT = '00'                                        00028500
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00028600
              GO TO ERROR-EXIT                                          00028700
           END-IF.                                                      00028800
           OPEN INPUT EMP-FILE.                                         00028900
           IF EM-STAT NOT = '00'                                        00029000
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00029100
              GO TO ERROR-EXIT                                          00029200
           END-IF.                                                      00029300
           OPEN OUTPUT PAYTRAN-FILE.                                    00029400
           IF PY-STAT NOT = '00'                                        00029500
              DISPLAY "PAY DEPOSIT FILE OPEN ERROR"                     00029600
              GO TO ERROR-EXIT                                          00029700
           END-IF.                                                      00029800
           OPEN OUTPUT RETPAY-FILE.                                     00029900
           IF RP-STAT NOT = '00'                                        00030000
              DISPLAY "RETURNED PAY FILE OPEN ERROR"                    00030100
              GO TO ERROR-EXIT                                          00030200
           END-IF.                                                      00030300
           DISPLAY "PAYROLL DIRECT DEPOSIT INTERFACE - BUSINESS DATE "  00030400
              WS-BUS-DATE.                                              00030500
           DISPLAY SPACE.                                               00030600
           OPEN INPUT PAY-FEED.                                         00030700
           IF PF-STAT NOT = '00'                                        00030800
              DISPLAY "NO PAY FILE THIS RUN, STATUS " PF-STAT           00030900
              SET WS-NO-FEED TO TRUE                                    00031000
           END-IF.                                                      00031100
       OPEN-EXIT.                                                       00031200
           EXIT.                                                        00031300
                                                                        00031400
       READ-FEED-PARA.                                                  00031500
           READ PAY-FEED                                                00031600
              AT END                                                    00031700
                 SET WS-FEED-EOF TO TRUE                                00031800
           END-READ.                                                    00031900
       READ-FEED-EXIT.                                                  00032000
           EXIT.                                                        00032100
                                                                        00032200
       PROVE-PARA.                                                      00032300
           EVALUATE TRUE                                                00032400
              WHEN PF-HEADER-REC                                        00032500
                 SET WS-HDR-SEEN TO TRUE                                00032600
                 MOVE PF-HDR-DATE TO WS-HDR-DATE                        00032700
                 MOVE PF-HDR-SOURCE TO WS-HDR-SOURCE                    00032800
                 DISPLAY "PAY FILE FROM " PF-HDR-SOURCE                 00032900
                    " DATED " PF-HDR-DATE                               00033000
              WHEN PF-TRAILER-REC                                       00033100
                 SET WS-TRL-SEEN TO TRUE                                00033200
                 MOVE PF-TRL-COUNT TO WS-TRL-COUNT                      00033300
                 MOVE PF-TRL-TOTAL TO WS-TRL-TOTAL                      00033400
              WHEN PF-DETAIL-REC                                        00033500
                 ADD 1 TO WS-PROOF-COUNT                                00033600
                 IF PF-NETPAY NUMERIC                                   00033700
                    ADD PF-NETPAY TO WS-PROOF-TOTAL                     00033800
                 END-IF                                                 00033900
              WHEN OTHER                                                00034000
                 IF WS-FEED-GOOD                                        00034100
                    SET WS-FEED-BAD TO TRUE                             00034200
                    MOVE 'UNKNOWN PAY FILE RECORD TYPE'                 00034300
                       TO WS-FEED-REASON                                00034400
                 END-IF                                                 00034500
           END-EVALUATE.                                                00034600
           PERFORM READ-FEED-PARA THROUGH READ-FEED-EXIT.               00034700
       PROVE-EXIT.                                                      00034800
           EXIT.                                                        00034900
                                                                        00035000
       PROVE-END-PARA.                                                  00035100
           IF NOT WS-HDR-SEEN AND NOT WS-TRL-SEEN                       00035200
              AND WS-PROOF-COUNT = 0                                    00035300
              DISPLAY "PAY FILE EMPTY - NO PAYROLL THIS RUN"            00035400
              SET WS-NO-FEED TO TRUE                                    00035500
              GO TO PROVE-END-EXIT                                      00035600
           END-IF.                                                      00035700
           IF WS-FEED-GOOD AND NOT WS-HDR-SEEN                          00035800
              SET WS-FEED-BAD TO TRUE                                   00035900
              MOVE 'PAY FILE HEADER RECORD MISSING' TO WS-FEED-REASON   00036000
           END-IF.                                                      00036100
           IF WS-FEED-GOOD AND NOT WS-TRL-SEEN                          00036200
              SET WS-FEED-BAD TO TRUE                                   00036300
              MOVE 'PAY FILE TRAILER RECORD MISSING'                    00036400
                 TO WS-FEED-REASON                                      00036500
           END-IF.                                                      00036600
           IF WS-FEED-GOOD AND WS-TRL-COUNT NOT = WS-PROOF-COUNT        00036700
              SET WS-FEED-BAD TO TRUE                                   00036800
              MOVE 'PAY FILE COUNT DISAGREES WITH TRAILER'              00036900
                 TO WS-FEED-REASON                                      00037000
              DISPLAY "PAY FILE COUNT MISMATCH - TRAILER "              00037100
                 WS-TRL-COUNT " READ " WS-PROOF-COUNT                   00037200
           END-IF.                                                      00037300
           IF WS-FEED-GOOD AND WS-TRL-TOTAL NOT = WS-PROOF-TOTAL        00037400
              SET WS-FEED-BAD TO TRUE                                   00037500
              MOVE 'PAY FILE NET TOTAL DISAGREES WITH TRAILER'          00037600
                 TO WS-FEED-REASON                                      00037700
              DISPLAY "PAY FILE NET PAY MISMATCH - TRAILER "            00037800
                 WS-TRL-TOTAL " COMPUTED " WS-PROOF-TOTAL               00037900
           END-IF.                                                      00038000
           IF WS-FEED-GOOD                                              00038100
              PERFORM DUP-CHECK-PARA THROUGH DUP-CHECK-EXIT             00038200
           END-IF.                                                      00038300
           IF WS-FEED-BAD                                               00038400
              DISPLAY "PAY FILE HELD - " WS-FEED-REASON                 00038500
              DISPLAY "NO DEPOSITS GENERATED - HR MUST CORRECT "        00038600
                 "AND RESEND"                                           00038700
              MOVE 'PAYDEPST' TO EP-PGM                                 00038800
              MOVE 'PROVE-END-PARA' TO EP-PARA                          00038900
              MOVE WS-FEED-REASON TO EP-MSG                             00039000
              MOVE WS-JOB-ID TO EP-JOBID                                00039100
              MOVE SPACE TO EP-FILESTAT                                 00039200
              CALL 'ERRLOG' USING EP-ERRPARM                            00039300
           END-IF.                                                      00039400
       PROVE-END-EXIT.                                                  00039500
           EXIT.                                                        00039600
                                                                        00039700
       DUP-CHECK-PARA.                                                  00039800
           MOVE 'N' TO WS-CTL-EOF-SW.                                   00039900
           OPEN INPUT PAYCTL-FILE.                                      00040000
           IF PC-STAT NOT = '00'                                        00040100
              GO TO DUP-CHECK-EXIT                                      00040200
           END-IF.                                                      00040300
           PERFORM DUP-SCAN-PARA THROUGH DUP-SCAN-EXIT                  00040400
              UNTIL WS-CTL-EOF OR WS-FEED-BAD.                          00040500
           CLOSE PAYCTL-FILE.                                           00040600
       DUP-CHECK-EXIT.                                                  00040700
           EXIT.                                                        00040800
                                                                        00040900
       DUP-SCAN-PARA.                                                   00041000
           READ PAYCTL-FILE                                             00041100
              AT END                                                    00041200
                 SET WS-CTL-EOF TO TRUE                                 00041300
              NOT AT END                                                00041400
                 IF PCL-HDR-DATE = WS-HDR-DATE                          00041500
                    AND PCL-HDR-SOURCE = WS-HDR-SOURCE                  00041600
                    SET WS-FEED-BAD TO TRUE                             00041700
                    MOVE 'PAY FILE ALREADY PROCESSED'                   00041800
                       TO WS-FEED-REASON                                00041900
                    DISPLAY "PAY FILE " WS-HDR-SOURCE " DATED "         00042000
                       WS-HDR-DATE " WAS POSTED ON BUSINESS DATE "      00042100
                       PCL-BUSDATE                                      00042200
                 END-IF                                                 00042300
           END-READ.                                                    00042400
       DUP-SCAN-EXIT.                                                   00042500
           EXIT.                                                        00042600
                                                                        00042700
       REWIND-FEED-PARA.                                                00042800
           CLOSE PAY-FEED.                                              00042900
           MOVE 'N' TO WS-FEED-EOF-SW.                                  00043000
           OPEN INPUT PAY-FEED.                                         00043100
           IF PF-STAT NOT = '00'                                        00043200
              DISPLAY "PAY FILE REOPEN ERROR"                           00043300
              GO TO ERROR-EXIT                                          00043400
           END-IF.                                                      00043500
       REWIND-FEED-EXIT.                                                00043600
           EXIT.                                                        00043700
                                                                        00043800
       PAY-PARA.                                                        00043900
           IF PF-DETAIL-REC                                             00044000
              PERFORM PAY-EMP-PARA THROUGH PAY-EMP-EXIT                 00044100
           END-IF.                                                      00044200
           PERFORM READ-FEED-PARA THROUGH READ-FEED-EXIT.               00044300
       PAY-EXIT.                                                        00044400
           EXIT.                                                        00044500
                                                                        00044600
       PAY-EMP-PARA.                                                    00044700
           ADD 1 TO WS-DTL-COUNT.                                       00044800
           MOVE SPACE TO WS-PAY-REASON.                                 00044900
           IF PF-NETPAY NOT NUMERIC OR PF-NETPAY = 0                    00045000
              MOVE '03' TO WS-PAY-REASON                                00045100
              PERFORM RETURN-PARA THROUGH RETURN-EXIT                   00045200
              GO TO PAY-EMP-EXIT                                        00045300
           END-IF.                                                      00045400
           MOVE PF-EMPID TO IN-EMPID.                                   00045500
           READ EMP-FILE                                                00045600
              INVALID KEY                                               00045700
                 MOVE '01' TO WS-PAY-REASON                             00045800
                 PERFORM RETURN-PARA THROUGH RETURN-EXIT                00045900
                 GO TO PAY-EMP-EXIT                                     00046000
           END-READ.                                                    00046100
           PERFORM PRIME-ACCT-PARA THROUGH PRIME-ACCT-EXIT.             00046200
           IF WS-PRIME-ACCT = SPACE                                     00046300
              MOVE '02' TO WS-PAY-REASON                                00046400
              PERFORM RETURN-PARA THROUGH RETURN-EXIT                   00046500
              GO TO PAY-EMP-EXIT                                        00046600
           END-IF.                                                      00046700
           PERFORM SPLIT-PARA THROUGH SPLIT-EXIT.                       00046800
           COMPUTE WS-NET-LEFT = PF-NETPAY - WS-SPLIT-TOTAL.            00046900
           PERFORM SPLIT-DEP-PARA THROUGH SPLIT-DEP-EXIT                00047000
              VARYING WS-SPLIT-SUB FROM 1 BY 1                          00047100
              UNTIL WS-SPLIT-SUB > WS-SPLIT-CT.                         00047200
           IF WS-NET-LEFT > 0                                           00047300
              MOVE WS-PRIME-ACCT TO WS-DEP-ACCTNO                       00047400
              MOVE WS-NET-LEFT TO WS-DEP-AMOUNT                         00047500
              PERFORM DEPOSIT-PARA THROUGH DEPOSIT-EXIT                 00047600
           END-IF.                                                      00047700
           ADD 1 TO WS-PAID-COUNT.                                      00047800
       PAY-EMP-EXIT.                                                    00047900
           EXIT.                                                        00048000
                                                                        00048100
       PRIME-ACCT-PARA.                                                 00048200
           MOVE SPACE TO WS-PRIME-ACCT.                                 00048300
           IF IN-ACCTNO NOT = SPACE AND IN-ACCTNO NOT = LOW-VALUE       00048400
              MOVE IN-ACCTNO TO AC-ACCTNO                               00048500
              READ ACCT-FILE KEY IS AC-ACCTNO                           00048600
                 INVALID KEY                                            00048700
                    CONTINUE                                            00048800
                 NOT INVALID KEY                                        00048900
                    IF AC-EMPID = PF-EMPID                              00049000
                       MOVE AC-ACCTNO TO WS-PRIME-ACCT                  00049100
                    END-IF                                              00049200
              END-READ                                                  00049300
           END-IF.                                                      00049400
           IF WS-PRIME-ACCT NOT = SPACE                                 00049500
              GO TO PRIME-ACCT-EXIT                                     00049600
           END-IF.                                                      00049700
           MOVE PF-EMPID TO AC-EMPID.                                   00049800
           START ACCT-FILE KEY IS EQUAL TO AC-EMPID                     00049900
              INVALID KEY                                               00050000
                 GO TO PRIME-ACCT-EXIT                                  00050100
           END-START.                                                   00050200
           READ ACCT-FILE NEXT RECORD                                   00050300
              AT END                                                    00050400
                 CONTINUE                                               00050500
              NOT AT END                                                00050600
                 IF AC-EMPID = PF-EMPID                                 00050700
                    MOVE AC-ACCTNO TO WS-PRIME-ACCT                     00050800
                 END-IF                                                 00050900
           END-READ.                                                    00051000
       PRIME-ACCT-EXIT.                                                 00051100
           EXIT.                                                        00051200
                                                                        00051300
       SPLIT-PARA.                                                      00051400
           MOVE 0 TO WS-SPLIT-CT.                                       00051500
           MOVE 0 TO WS-SPLIT-TOTAL.                                    00051600
           IF PF-SPLIT-NONE                                             00051700
              GO TO SPLIT-EXIT                                          00051800
           END-IF.                                                      00051900
           IF NOT PF-SPLIT-VALID                                        00052000
              DISPLAY "  EMPLOYEE " PF-EMPID " SPLIT TYPE "             00052100
                 PF-SPLIT-TYPE " INVALID - ALL PAY TO ACCOUNT "         00052200
                 WS-PRIME-ACCT                                          00052300
              ADD 1 TO WS-SPLIT-EXC-COUNT                               00052400
              GO TO SPLIT-EXIT                                          00052500
           END-IF.                                                      00052600
           PERFORM SPLIT-ONE-PARA THROUGH SPLIT-ONE-EXIT                00052700
              VARYING WS-SPLIT-SUB FROM 1 BY 1                          00052800
              UNTIL WS-SPLIT-SUB > 3.                                   00052900
           IF WS-SPLIT-TOTAL > PF-NETPAY                                00053000
              DISPLAY "  EMPLOYEE " PF-EMPID " SPLIT EXCEEDS NET "      00053100
                 "PAY - ALL PAY TO ACCOUNT " WS-PRIME-ACCT              00053200
              ADD 1 TO WS-SPLIT-EXC-COUNT                               00053300
              MOVE 0 TO WS-SPLIT-CT                                     00053400
              MOVE 0 TO WS-SPLIT-TOTAL                                  00053500
           END-IF.                                                      00053600
       SPLIT-EXIT.                                                      00053700
           EXIT.                                                        00053800
                                                                        00053900
       SPLIT-ONE-PARA.                                                  00054000
           IF PF-SPLIT-ACCTNO(WS-SPLIT-SUB) = SPACE                     00054100
              GO TO SPLIT-ONE-EXIT                                      00054200
           END-IF.                                                      00054300
           IF PF-SPLIT-VALUE(WS-SPLIT-SUB) NOT NUMERIC                  00054400
              DISPLAY "  EMPLOYEE " PF-EMPID " SPLIT TO "               00054500
                 PF-SPLIT-ACCTNO(WS-SPLIT-SUB)                          00054600
                 " NOT NUMERIC - PAID TO " WS-PRIME-ACCT                00054700
              ADD 1 TO WS-SPLIT-EXC-COUNT                               00054800
              GO TO SPLIT-ONE-EXIT                                      00054900
           END-IF.                                                      00055000
           MOVE PF-SPLIT-ACCTNO(WS-SPLIT-SUB) TO AC-ACCTNO.             00055100
           READ ACCT-FILE KEY IS AC-ACCTNO                              00055200
              INVALID KEY                                               00055300
                 DISPLAY "  EMPLOYEE " PF-EMPID " SPLIT ACCOUNT "       00055400
                    PF-SPLIT-ACCTNO(WS-SPLIT-SUB)                       00055500
                    " NOT ON FILE - PAID TO " WS-PRIME-ACCT             00055600
                 ADD 1 TO WS-SPLIT-EXC-COUNT                            00055700
                 GO TO SPLIT-ONE-EXIT                                   00055800
           END-READ.                                                    00055900
           IF AC-EMPID NOT = PF-EMPID                                   00056000
              DISPLAY "  EMPLOYEE " PF-EMPID " SPLIT ACCOUNT "          00056100
                 AC-ACCTNO " NOT OWNED - PAID TO " WS-PRIME-ACCT        00056200
              ADD 1 TO WS-SPLIT-EXC-COUNT                               00056300
              GO TO SPLIT-ONE-EXIT                                      00056400
           END-IF.                                                      00056500
           IF PF-SPLIT-PCT                                              00056600
              COMPUTE WS-SPLIT-AMT ROUNDED =                            00056700
                 PF-NETPAY * PF-SPLIT-VALUE(WS-SPLIT-SUB) / 100         00056800
           ELSE                                                         00056900
              MOVE PF-SPLIT-VALUE(WS-SPLIT-SUB) TO WS-SPLIT-AMT         00057000
           END-IF.                                                      00057100
           IF WS-SPLIT-AMT = 0                                          00057200
              GO TO SPLIT-ONE-EXIT                                      00057300
           END-IF.                                                      00057400
           ADD 1 TO WS-SPLIT-CT.                                        00057500
           MOVE AC-ACCTNO TO WS-SP-ACCTNO(WS-SPLIT-CT).                 00057600
           MOVE WS-SPLIT-AMT TO WS-SP-AMOUNT(WS-SPLIT-CT).              00057700
           ADD WS-SPLIT-AMT TO WS-SPLIT-TOTAL.                          00057800
       SPLIT-ONE-EXIT.                                                  00057900
           EXIT.                                                        00058000
                                                                        00058100
       SPLIT-DEP-PARA.                                                  00058200
           MOVE WS-SP-ACCTNO(WS-SPLIT-SUB) TO WS-DEP-ACCTNO.            00058300
           MOVE WS-SP-AMOUNT(WS-SPLIT-SUB) TO WS-DEP-AMOUNT.            00058400
           PERFORM DEPOSIT-PARA THROUGH DEPOSIT-EXIT.                   00058500
       SPLIT-DEP-EXIT.                                                  00058600
           EXIT.                                                        00058700
                                                                        00058800
       DEPOSIT-PARA.                                                    00058900
           MOVE PF-EMPID TO TR-EMPID.                                   00059000
           MOVE WS-DEP-ACCTNO TO TR-ACCTNO.                             00059100
           MOVE 'D' TO TR-TRANCODE.                                     00059200
           MOVE WS-DEP-AMOUNT TO TR-AMOUNT.                             00059300
           MOVE PF-PAYDATE TO TR-TRANDATE.                              00059400
           WRITE TR-TRANREC.                                            00059500
           ADD 1 TO WS-DEP-COUNT.                                       00059600
           ADD WS-DEP-AMOUNT TO WS-DEP-TOTAL.                           00059700
       DEPOSIT-EXIT.                                                    00059800
           EXIT.                                                        00059900
                                                                        00060000
       RETURN-PARA.                                                     00060100
           MOVE PF-EMPID TO RPY-EMPID.                                  00060200
           MOVE PF-PAYDATE TO RPY-PAYDATE.                              00060300
           IF PF-NETPAY NUMERIC                                         00060400
              MOVE PF-NETPAY TO RPY-NETPAY                              00060500
           ELSE                                                         00060600
              MOVE 0 TO RPY-NETPAY                                      00060700
           END-IF.                                                      00060800
           MOVE WS-PAY-REASON TO RPY-REASON.                            00060900
           WRITE RPY-REC.                                               00061000
           ADD 1 TO WS-RET-COUNT.                                       00061100
           ADD RPY-NETPAY TO WS-RET-TOTAL.                              00061200
           MOVE PF-EMPID TO RL-EMPID.                                   00061300
           MOVE PF-PAYDATE TO RL-PAYDATE.                               00061400
           MOVE RPY-NETPAY TO RL-NETPAY.                                00061500
           MOVE WS-PAY-REASON TO RL-REASON.                             00061600
           EVALUATE WS-PAY-REASON                                       00061700
              WHEN '01'                                                 00061800
                 MOVE 'NOT ON EMPLOYEE MASTER    ' TO RL-REASON-TXT     00061900
              WHEN '02'                                                 00062000
                 MOVE 'NO OPEN ACCOUNT           ' TO RL-REASON-TXT     00062100
              WHEN '03'                                                 00062200
                 MOVE 'NET PAY MISSING OR INVALID' TO RL-REASON-TXT     00062300
              WHEN OTHER                                                00062400
                 MOVE SPACE TO RL-REASON-TXT                            00062500
           END-EVALUATE.                                                00062600
           DISPLAY WS-RET-LINE.                                         00062700
       RETURN-EXIT.                                                     00062800
           EXIT.                                                        00062900
                                                                        00063000
       TIE-OUT-PARA.                                                    00063100
           COMPUTE WS-GEN-TOTAL = WS-DEP-TOTAL + WS-RET-TOTAL.          00063200
           IF WS-DTL-COUNT NOT = WS-TRL-COUNT                           00063300
              OR WS-PAID-COUNT + WS-RET-COUNT NOT = WS-TRL-COUNT        00063400
              DISPLAY "PAYROLL COUNT NOT PROVED - TRAILER "             00063500
                 WS-TRL-COUNT " PAID " WS-PAID-COUNT                    00063600
                 " RETURNED " WS-RET-COUNT                              00063700
              GO TO ERROR-EXIT                                          00063800
           END-IF.                                                      00063900
           IF WS-GEN-TOTAL NOT = WS-TRL-TOTAL                           00064000
              DISPLAY "PAYROLL TOTAL NOT PROVED - TRAILER "             00064100
                 WS-TRL-TOTAL " GENERATED " WS-GEN-TOTAL                00064200
              GO TO ERROR-EXIT                                          00064300
           END-IF.                                                      00064400
           OPEN EXTEND PAYCTL-FILE.                                     00064500
           IF PC-STAT NOT = '00'                                        00064600
              DISPLAY "PAY FILE CONTROL HISTORY OPEN ERROR, STATUS "    00064700
                 PC-STAT                                                00064800
              GO TO ERROR-EXIT                                          00064900
           END-IF.                                                      00065000
           MOVE WS-HDR-DATE TO PCL-HDR-DATE.                            00065100
           MOVE WS-HDR-SOURCE TO PCL-HDR-SOURCE.                        00065200
           MOVE WS-TRL-COUNT TO PCL-COUNT.                              00065300
           MOVE WS-TRL-TOTAL TO PCL-TOTAL.                              00065400
           MOVE WS-BUS-DATE TO PCL-BUSDATE.                             00065500
           WRITE PCL-REC.                                               00065600
           CLOSE PAYCTL-FILE.                                           00065700
       TIE-OUT-EXIT.                                                    00065800
           EXIT.                                                        00065900
                                                                        00066000
       SUMMARY-PARA.                                                    00066100
           DISPLAY SPACE.                                               00066200
           DISPLAY "PAYDEPST RUN SUMMARY".                              00066300
           IF WS-NO-FEED                                                00066400
              DISPLAY "NO PAY FILE PROCESSED"                           00066500
              GO TO SUMMARY-EXIT                                        00066600
           END-IF.                                                      00066700
           IF WS-FEED-BAD                                               00066800
              DISPLAY "PAY FILE HELD:         " WS-FEED-REASON          00066900
           END-IF.                                                      00067000
           DISPLAY "TRAILER COUNT:         " WS-TRL-COUNT.              00067100
           DISPLAY "PAY RECORDS READ:      " WS-PROOF-COUNT.            00067200
           MOVE WS-TRL-TOTAL TO WS-TOTAL-EDIT.                          00067300
           DISPLAY "TRAILER NET PAY:       " WS-TOTAL-EDIT.             00067400
           MOVE WS-PROOF-TOTAL TO WS-TOTAL-EDIT.                        00067500
           DISPLAY "NET PAY READ:          " WS-TOTAL-EDIT.             00067600
           DISPLAY "EMPLOYEES PAID:        " WS-PAID-COUNT.             00067700
           DISPLAY "DEPOSITS GENERATED:    " WS-DEP-COUNT.              00067800
           MOVE WS-DEP-TOTAL TO WS-TOTAL-EDIT.                          00067900
           DISPLAY "DEPOSIT TOTAL:         " WS-TOTAL-EDIT.             00068000
           DISPLAY "EMPLOYEES RETURNED:    " WS-RET-COUNT.              00068100
           MOVE WS-RET-TOTAL TO WS-TOTAL-EDIT.                          00068200
           DISPLAY "RETURNED TOTAL:        " WS-TOTAL-EDIT.             00068300
           DISPLAY "SPLIT EXCEPTIONS:      " WS-SPLIT-EXC-COUNT.        00068400
       SUMMARY-EXIT.                                                    00068500
           EXIT.                                                        00068600
                                                                        00068700
       CLOSE-PARA.                                                      00068800
           CLOSE ACCT-FILE.                                             00068900
           CLOSE EMP-FILE.                                              00069000
           CLOSE PAYTRAN-FILE.                                          00069100
           CLOSE RETPAY-FILE.                                           00069200
           IF PF-STAT = '00' OR PF-STAT = '10'                          00069300
              CLOSE PAY-FEED                                            00069400
           END-IF.                                                      00069500
       CLOSE-EXIT.                                                      00069600
           EXIT.                                                        00069700
