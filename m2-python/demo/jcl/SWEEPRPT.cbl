       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. SWEEPRPT.                                            00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT SWEEP-FILE ASSIGN TO SWEEPLOG                         00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS SW-STAT.                                      00011000
                                                                        00011100
           SELECT TRNREJ-FILE ASSIGN TO TRNREJ                          00011200
           ORGANIZATION IS SEQUENTIAL                                   00011300
           ACCESS MODE IS SEQUENTIAL                                    00011400
           FILE STATUS IS TJ-STAT.                                      00011500
                                                                        00011600
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00011700
           ORGANIZATION IS INDEXED                                      00011800
           ACCESS MODE IS DYNAMIC                                       00011900
           RECORD KEY IS AC-ACCTNO                                      00012000
           ALTERNATE RECORD KEY IS AC-EMPID                             00012100
              WITH DUPLICATES                                           00012200
           FILE STATUS IS AC-STAT.                                      00012300
                                                                        00012400
           SELECT ODPROT-FILE ASSIGN TO ODPROT                          00012500
           ORGANIZATION IS SEQUENTIAL                                   00012600
           ACCESS MODE IS SEQUENTIAL                                    00012700
           FILE STATUS IS OP-STAT.                                      00012800
                                                                        00012900
       DATA DIVISION.                                                   00013000
       FILE SECTION.                                                    00013100
       FD SWEEP-FILE.                                                   00013200
           COPY SWEEPREC.                                               00013300
                                                                        00013400
       FD TRNREJ-FILE.                                                  00013500
       01 TRJ-REC.                                                      00013600
          05 TRJ-TRANREC   PIC X(36).                                   00013700
          05 TRJ-FIELDS REDEFINES TRJ-TRANREC.                          00013800
             10 TRJ-EMPID    PIC X(06).                                 00013900
             10 TRJ-ACCTNO   PIC X(10).                                 00014000
             10 TRJ-CODE     PIC X(01).                                 00014100
             10 TRJ-AMOUNT   PIC 9(09)V99.                              00014200
             10 TRJ-TRANDATE PIC X(08).                                 00014300
          05 TRJ-REASON    PIC X(02).                                   00014400
                                                                        00014500
       FD ACCT-FILE.                                                    00014600
           COPY ACCTREC.                                                00014700
                                                                        00014800
       FD ODPROT-FILE.                                                  00014900
           COPY ODPROREC.                                               00015000
                                                                        00015100
       WORKING-STORAGE SECTION.                                         00015200
       01 SW-STAT             PIC X(02) VALUE SPACE.                    00015300
       01 TJ-STAT             PIC X(02) VALUE SPACE.                    00015400
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00015500
       01 OP-STAT             PIC X(02) VALUE SPACE.                    00015600
       01 WS-SWEEP-EOF-SW     PIC X(01) VALUE 'N'.                      00015700
          88 WS-SWEEP-EOF     VALUE 'Y'.                                00015800
       01 WS-REJ-EOF-SW       PIC X(01) VALUE 'N'.                      00015900
          88 WS-REJ-EOF       VALUE 'Y'.                                00016000
       01 WS-ACCT-EOF-SW      PIC X(01) VALUE 'N'.                      00016100
          88 WS-ACCT-EOF      VALUE 'Y'.                                00016200
       01 WS-OP-EOF-SW        PIC X(01) VALUE 'N'.                      00016300
          88 WS-OP-EOF        VALUE 'Y'.                                00016400
       01 WS-OP-FOUND-SW      PIC X(01) VALUE 'N'.                      00016500
          88 WS-OP-FOUND      VALUE 'Y'.                                00016600
       01 WS-PASS             PIC X(01) VALUE SPACE.                    00016700
          88 WS-PASS-SWEPT    VALUE 'S'.                                00016800
          88 WS-PASS-DECLINED VALUE 'D'.                                00016900
       01 WS-BUS-DATE         PIC 9(08) VALUE 0.                        00017000
       01 WS-OP-CT            PIC 9(04) VALUE 0.                        00017100
       01 WS-OP-SUB           PIC 9(04) VALUE 0.                        00017200
       01 WS-OP-TABLE.                                                  00017300
          05 WS-OP-ENTRY OCCURS 1000 TIMES.                             00017400
             10 WS-OP-ACCTNO  PIC X(10).                                00017500
       01 WS-CAND-ACCTNO      PIC X(10) VALUE SPACE.                    00017600
       01 WS-CAND-BALANCE     PIC S9(09)V99 VALUE 0.                    00017700
       01 WS-REJ-BRANCH       PIC X(04) VALUE SPACE.                    00017800
       01 WS-SWEPT-COUNT      PIC 9(08) VALUE 0.                        00017900
       01 WS-SWEPT-TOTAL      PIC 9(11)V99 VALUE 0.                     00018000
       01 WS-FEE-TOTAL        PIC 9(09)V99 VALUE 0.                     00018100
       01 WS-DECL-COUNT       PIC 9(08) VALUE 0.                        00018200
       01 WS-DECL-HELD        PIC 9(08) VALUE 0.                        00018300
       01 WS-DECL-DORM        PIC 9(08) VALUE 0.                        00018400
       01 WS-DECL-SHORT       PIC 9(08) VALUE 0.                        00018500
       01 WS-DECL-BAD         PIC 9(08) VALUE 0.                        00018600
       01 WS-FUNDS-COUNT      PIC 9(08) VALUE 0.                        00018700
       01 WS-UNPROT-COUNT     PIC 9(08) VALUE 0.                        00018800
       01 WS-COVER-COUNT      PIC 9(08) VALUE 0.                        00018900
       01 WS-COVER-TOTAL      PIC 9(11)V99 VALUE 0.                     00019000
       01 WS-SWEEP-LINE.                                                00019100
          05 FILLER           PIC X(02) VALUE SPACE.                    00019200
          05 DL-ACCTNO        PIC X(10).                                00019300
          05 FILLER           PIC X(02) VALUE SPACE.                    00019400
          05 DL-EMPID         PIC X(06).                                00019500
          05 FILLER           PIC X(02) VALUE SPACE.                    00019600
          05 DL-BRANCH        PIC X(04).                                00019700
          05 FILLER           PIC X(02) VALUE SPACE.                    00019800
          05 DL-PROT-ACCTNO   PIC X(10).                                00019900
          05 FILLER           PIC X(02) VALUE SPACE.                    00020000
          05 DL-TRAN-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.                       00020100
          05 FILLER           PIC X(02) VALUE SPACE.                    00020200
          05 DL-SHORTFALL     PIC ZZZ,ZZZ,ZZ9.99.                       00020300
          05 FILLER           PIC X(02) VALUE SPACE.                    00020400
          05 DL-RESULT.                                                 00020500
             10 DL-SWEPT      PIC ZZZ,ZZZ,ZZ9.99.                       00020600
             10 FILLER        PIC X(02).                                00020700
             10 DL-FEE        PIC ZZ,ZZ9.99.                            00020800
          05 DL-REASON REDEFINES DL-RESULT PIC X(25).                   00020900
       01 WS-COVER-LINE.                                                00021000
          05 FILLER           PIC X(02) VALUE SPACE.                    00021100
          05 CL-ACCTNO        PIC X(10).                                00021200
          05 FILLER           PIC X(02) VALUE SPACE.                    00021300
          05 CL-EMPID         PIC X(06).                                00021400
          05 FILLER           PIC X(02) VALUE SPACE.                    00021500
          05 CL-BRANCH        PIC X(04).                                00021600
          05 FILLER           PIC X(02) VALUE SPACE.                    00021700
          05 CL-TRAN-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.                       00021800
          05 FILLER           PIC X(02) VALUE SPACE.                    00021900
          05 CL-CAND-ACCTNO   PIC X(10).                                00022000
          05 FILLER           PIC X(02) VALUE SPACE.                    00022100
          05 CL-CAND-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.                      00022200
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00022300
           COPY BDPARM.                                                 00022400
       PROCEDURE DIVISION.                                              00022500
       MAIN-PARA.                                                       00022600
           PERFORM OPEN-PARA.                                           00022700
           PERFORM LOAD-PROT-PARA UNTIL WS-OP-EOF.                      00022800
           DISPLAY "OVERDRAFT PROTECTION SWEEP ACTIVITY - "             00022900
              "BUSINESS DATE " WS-BUS-DATE.                             00023000
           DISPLAY SPACE.                                               00023100
           DISPLAY "SWEEPS POSTED".                                     00023200
           DISPLAY "  ACCOUNT     EMPID   BRCH  PROTECTOR       "       00023300
              "DEBIT AMOUNT       SHORTFALL     AMOUNT SWEPT  "         00023400
              "SWEEP FEE".                                              00023500
           SET WS-PASS-SWEPT TO TRUE.                                   00023600
           PERFORM SWEEP-PASS-PARA.                                     00023700
           IF WS-SWEPT-COUNT = 0                                        00023800
              DISPLAY "  NO SWEEPS POSTED"                              00023900
           END-IF.                                                      00024000
           DISPLAY SPACE.                                               00024100
           DISPLAY "SWEEPS DECLINED - ITEM REJECTED FOR FUNDS".         00024200
           DISPLAY "  ACCOUNT     EMPID   BRCH  PROTECTOR       "       00024300
              "DEBIT AMOUNT       SHORTFALL  REASON".                   00024400
           SET WS-PASS-DECLINED TO TRUE.                                00024500
           PERFORM SWEEP-PASS-PARA.                                     00024600
           IF WS-DECL-COUNT = 0                                         00024700
              DISPLAY "  NO SWEEPS DECLINED"                            00024800
           END-IF.                                                      00024900
           DISPLAY SPACE.                                               00025000
           DISPLAY "FUNDS REJECTS WITH NO PROTECTION - ANOTHER ACCOUNT "00025100
              "OF THE SAME EMPLOYEE COULD HAVE COVERED".                00025200
           DISPLAY "  ACCOUNT     EMPID   BRCH    DEBIT AMOUNT  "       00025300
              "COVER ACCT     COVER BALANCE".                           00025400
           PERFORM READ-REJ-PARA.                                       00025500
           PERFORM REJ-PARA UNTIL WS-REJ-EOF.                           00025600
           IF WS-COVER-COUNT = 0                                        00025700
              DISPLAY "  NONE"                                          00025800
           END-IF.                                                      00025900
           PERFORM SUMMARY-PARA.                                        00026000
           PERFORM CLOSE-PARA.                                          00026100
           MOVE 'E' TO BD-FUNC.                                         00026200
           CALL 'BDCHECK' USING BD-PARM.                                00026300
           STOP RUN.                                                    00026400
       ERROR-EXIT.                                                      00026500
           MOVE 16 TO RETURN-CODE.                                      00026600
           STOP RUN.                                                    00026700
                                                                        00026800
       OPEN-PARA.                                                       00026900
           ACCEPT WS-BD-OVERRIDE.                                       00027000
           MOVE 'SWEEPRPT' TO BD-PGM.                                   00027100
           MOVE 'S' TO BD-FUNC.                                         00027200
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00027300
           CALL 'BDCHECK' USING BD-PARM.                                00027400
           IF BD-ALREADY-RUN                                            00027500
              DISPLAY "SWEEPRPT ALREADY COMPLETED FOR BUSINESS "        00027600
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00027700
              MOVE 8 TO RETURN-CODE                                     00027800
              STOP RUN                                                  00027900
           END-IF.                                                      00028000
           IF BD-CTL-ERROR                                              00028100
              GO TO ERROR-EXIT                                          00028200
           END-IF.                                                      00028300
           MOVE BD-BUSDATE TO WS-BUS-DATE.                              00028400
           OPEN INPUT TRNREJ-FILE.                                      00028500
           IF TJ-STAT NOT = '00'                                        00028600
              DISPLAY "TRANSACTION REJECT FILE OPEN ERROR, STATUS "     00028700
                 TJ-STAT                                                00028800
              GO TO ERROR-EXIT                                          00028900
           END-IF.                                                      00029000
           OPEN INPUT ACCT-FILE.                                        00029100
           IF AC-STAT NOT = '00'                                        00029200
              DISPLAY "ACCOUNT MASTER OPEN ERROR, STATUS " AC-STAT      00029300
              GO TO ERROR-EXIT                                          00029400
           END-IF.                                                      00029500
           OPEN INPUT ODPROT-FILE.                                      00029600
           IF OP-STAT NOT = '00'                                        00029700
              DISPLAY "NO OVERDRAFT PROTECTION FILE, STATUS " OP-STAT   00029800
              SET WS-OP-EOF TO TRUE                                     00029900
           END-IF.                                                      00030000
                                                                        00030100
       LOAD-PROT-PARA.                                                  00030200
           READ ODPROT-FILE                                             00030300
              AT END                                                    00030400
                 SET WS-OP-EOF TO TRUE                                  00030500
              NOT AT END                                                00030600
                 IF WS-OP-CT < 1000                                     00030700
                    ADD 1 TO WS-OP-CT                                   00030800
                    MOVE OP-ACCTNO TO WS-OP-ACCTNO(WS-OP-CT)            00030900
                 ELSE                                                   00031000
                    DISPLAY "OVERDRAFT PROTECTION TABLE FULL - "        00031100
                       "ACCOUNT " OP-ACCTNO " IGNORED"                  00031200
                 END-IF                                                 00031300
           END-READ.                                                    00031400
                                                                        00031500
       SWEEP-PASS-PARA.                                                 00031600
           MOVE 'N' TO WS-SWEEP-EOF-SW.                                 00031700
           OPEN INPUT SWEEP-FILE.                                       00031800
           IF SW-STAT NOT = '00'                                        00031900
              DISPLAY "SWEEP LOG FILE OPEN ERROR, STATUS " SW-STAT      00032000
              GO TO ERROR-EXIT                                          00032100
           END-IF.                                                      00032200
           PERFORM READ-SWEEP-PARA.                                     00032300
           PERFORM SWEEP-LINE-PARA UNTIL WS-SWEEP-EOF.                  00032400
           CLOSE SWEEP-FILE.                                            00032500
                                                                        00032600
       READ-SWEEP-PARA.                                                 00032700
           READ SWEEP-FILE                                              00032800
              AT END                                                    00032900
                 SET WS-SWEEP-EOF TO TRUE                               00033000
           END-READ.                                                    00033100
                                                                        00033200
       SWEEP-LINE-PARA.                                                 00033300
           IF WS-PASS-SWEPT AND SW-SWEPT                                00033400
              MOVE SPACE TO DL-RESULT                                   00033500
              MOVE SW-SWEEP-AMOUNT TO DL-SWEPT                          00033600
              MOVE SW-FEE TO DL-FEE                                     00033700
              PERFORM SWEEP-DETAIL-PARA                                 00033800
              ADD 1 TO WS-SWEPT-COUNT                                   00033900
              ADD SW-SWEEP-AMOUNT TO WS-SWEPT-TOTAL                     00034000
              ADD SW-FEE TO WS-FEE-TOTAL                                00034100
           END-IF.                                                      00034200
           IF WS-PASS-DECLINED AND NOT SW-SWEPT                         00034300
              EVALUATE TRUE                                             00034400
                 WHEN SW-PROT-HELD                                      00034500
                    MOVE 'PROTECTOR ON HOLD' TO DL-REASON               00034600
                    ADD 1 TO WS-DECL-HELD                               00034700
                 WHEN SW-PROT-DORM                                      00034800
                    MOVE 'PROTECTOR DORMANT' TO DL-REASON               00034900
                    ADD 1 TO WS-DECL-DORM                               00035000
                 WHEN SW-PROT-SHORT                                     00035100
                    MOVE 'PROTECTOR SHORT OF FUNDS' TO DL-REASON        00035200
                    ADD 1 TO WS-DECL-SHORT                              00035300
                 WHEN OTHER                                             00035400
                    MOVE 'PROTECTOR NOT VALID' TO DL-REASON             00035500
                    ADD 1 TO WS-DECL-BAD                                00035600
              END-EVALUATE                                              00035700
              PERFORM SWEEP-DETAIL-PARA                                 00035800
              ADD 1 TO WS-DECL-COUNT                                    00035900
           END-IF.                                                      00036000
           PERFORM READ-SWEEP-PARA.                                     00036100
                                                                        00036200
       SWEEP-DETAIL-PARA.                                               00036300
           MOVE SW-ACCTNO TO DL-ACCTNO.                                 00036400
           MOVE SW-EMPID TO DL-EMPID.                                   00036500
           MOVE SW-BRANCH TO DL-BRANCH.                                 00036600
           MOVE SW-PROT-ACCTNO TO DL-PROT-ACCTNO.                       00036700
           MOVE SW-TRAN-AMOUNT TO DL-TRAN-AMOUNT.                       00036800
           MOVE SW-SHORTFALL TO DL-SHORTFALL.                           00036900
           DISPLAY WS-SWEEP-LINE.                                       00037000
                                                                        00037100
       READ-REJ-PARA.                                                   00037200
           READ TRNREJ-FILE                                             00037300
              AT END                                                    00037400
                 SET WS-REJ-EOF TO TRUE                                 00037500
           END-READ.                                                    00037600
                                                                        00037700
       REJ-PARA.                                                        00037800
           IF TRJ-REASON = '05'                                         00037900
              ADD 1 TO WS-FUNDS-COUNT                                   00038000
              MOVE 'N' TO WS-OP-FOUND-SW                                00038100
              PERFORM PROT-SCAN-PARA                                    00038200
                 VARYING WS-OP-SUB FROM 1 BY 1                          00038300
                 UNTIL WS-OP-SUB > WS-OP-CT OR WS-OP-FOUND              00038400
              IF NOT WS-OP-FOUND                                        00038500
                 ADD 1 TO WS-UNPROT-COUNT                               00038600
                 PERFORM COVER-PARA                                     00038700
              END-IF                                                    00038800
           END-IF.                                                      00038900
           PERFORM READ-REJ-PARA.                                       00039000
                                                                        00039100
       PROT-SCAN-PARA.                                                  00039200
           IF WS-OP-ACCTNO(WS-OP-SUB) = TRJ-ACCTNO                      00039300
              SET WS-OP-FOUND TO TRUE                                   00039400
           END-IF.                                                      00039500
                                                                        00039600
       COVER-PARA.                                                      00039700
           MOVE SPACE TO WS-CAND-ACCTNO.                                00039800
           MOVE 0 TO WS-CAND-BALANCE.                                   00039900
           MOVE SPACE TO WS-REJ-BRANCH.                                 00040000
           MOVE 'N' TO WS-ACCT-EOF-SW.                                  00040100
           MOVE TRJ-EMPID TO AC-EMPID.                                  00040200
           START ACCT-FILE KEY IS EQUAL TO AC-EMPID                     00040300
              INVALID KEY                                               00040400
                 SET WS-ACCT-EOF TO TRUE                                00040500
           END-START.                                                   00040600
           PERFORM EMP-ACCT-PARA UNTIL WS-ACCT-EOF.                     00040700
           IF WS-CAND-ACCTNO NOT = SPACE                                00040800
              ADD 1 TO WS-COVER-COUNT                                   00040900
              ADD TRJ-AMOUNT TO WS-COVER-TOTAL                          00041000
              MOVE TRJ-ACCTNO TO CL-ACCTNO                              00041100
              MOVE TRJ-EMPID TO CL-EMPID                                00041200
              MOVE WS-REJ-BRANCH TO CL-BRANCH                           00041300
              MOVE TRJ-AMOUNT TO CL-TRAN-AMOUNT                         00041400
              MOVE WS-CAND-ACCTNO TO CL-CAND-ACCTNO                     00041500
              MOVE WS-CAND-BALANCE TO CL-CAND-BALANCE                   00041600
              DISPLAY WS-COVER-LINE                                     00041700
           END-IF.                                                      00041800
                                                                        00041900
       EMP-ACCT-PARA.                                                   00042000
           READ ACCT-FILE NEXT RECORD                                   00042100
              AT END                                                    00042200
                 SET WS-ACCT-EOF TO TRUE                                00042300
           END-READ.                                                    00042400
           IF NOT WS-ACCT-EOF                                           00042500
              IF AC-EMPID NOT = TRJ-EMPID                               00042600
                 SET WS-ACCT-EOF TO TRUE                                00042700
              ELSE                                                      00042800
                 IF AC-ACCTNO = TRJ-ACCTNO                              00042900
                    MOVE AC-BRANCH TO WS-REJ-BRANCH                     00043000
                 ELSE                                                   00043100
                    IF AC-BALANCE NUMERIC                               00043200
                       AND AC-BALANCE NOT < TRJ-AMOUNT                  00043300
                       AND AC-BALANCE > WS-CAND-BALANCE                 00043400
                       MOVE AC-ACCTNO TO WS-CAND-ACCTNO                 00043500
                       MOVE AC-BALANCE TO WS-CAND-BALANCE               00043600
                    END-IF                                              00043700
                 END-IF                                                 00043800
              END-IF                                                    00043900
           END-IF.                                                      00044000
                                                                        00044100
       SUMMARY-PARA.                                                    00044200
           DISPLAY SPACE.                                               00044300
           DISPLAY "SWEEP ACTIVITY SUMMARY".                            00044400
           DISPLAY "SWEEPS POSTED:              " WS-SWEPT-COUNT.       00044500
           DISPLAY "AMOUNT SWEPT:               " WS-SWEPT-TOTAL.       00044600
           DISPLAY "SWEEP FEES CHARGED:         " WS-FEE-TOTAL.         00044700
           DISPLAY "SWEEPS DECLINED:            " WS-DECL-COUNT.        00044800
           DISPLAY "  PROTECTOR ON HOLD:        " WS-DECL-HELD.         00044900
           DISPLAY "  PROTECTOR DORMANT:        " WS-DECL-DORM.         00045000
           DISPLAY "  PROTECTOR SHORT:          " WS-DECL-SHORT.        00045100
           DISPLAY "  PROTECTOR NOT VALID:      " WS-DECL-BAD.          00045200
           DISPLAY "FUNDS REJECTS (REASON 05):  " WS-FUNDS-COUNT.       00045300
           DISPLAY "  WITH NO PROTECTION:       " WS-UNPROT-COUNT.      00045400
           DISPLAY "  COVERABLE BY OWN ACCOUNT: " WS-COVER-COUNT.       00045500
           DISPLAY "  COVERABLE AMOUNT:         " WS-COVER-TOTAL.       00045600
                                                                        00045700
       CLOSE-PARA.                                                      00045800
           CLOSE TRNREJ-FILE.                                           00045900
           CLOSE ACCT-FILE.                                             00046000
           IF OP-STAT = '00' OR OP-STAT = '10'                          00046100
              CLOSE ODPROT-FILE                                         00046200
           END-IF.                                                      00046300
