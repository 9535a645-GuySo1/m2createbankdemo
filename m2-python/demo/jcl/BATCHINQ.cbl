           ALTERNATE RECORD KEY IS AC-EMPID                             00011655
              WITH DUPLICATES                                           00011666
           FILE STATUS IS AQ-STAT.                                      00011677
                                                                        00011678
           SELECT REL-FILE ASSIGN TO ACCTREL                            00011679
           ORGANIZATION IS INDEXED                                      00011680
           ACCESS MODE IS DYNAMIC                                       00011681
           RECORD KEY IS AR-KEY                                         00011682
           ALTERNATE RECORD KEY IS AR-EMPID                             00011683
              WITH DUPLICATES                                           00011684
           FILE STATUS IS AR-STAT.                                      00011685
                                                                        00011688
           SELECT REQUEST-FILE ASSIGN TO INQFILE                        00011729
           ORGANIZATION IS SEQUENTIAL                                   00011770
                                                                        00012525
       FD ACCT-FILE.                                                    00012550
           COPY ACCTREC.                                                00012575
                                                                        00012581
       FD REL-FILE.                                                     00012587
           COPY ACRELREC.                                               00012593
                                                                        00012600
       FD REQUEST-FILE.                                                 00012700
       01 REQ-REC.                                                      00012800
             10 RSP-BALANCE   PIC S9(09)V99.                            00013420
             10 RSP-DATEOPEN  PIC X(08).                                00013428
             10 RSP-LASTACT   PIC X(08).                                00013436
             10 RSP-ROLE      PIC X(01).                                00013440
             10 FILLER        PIC X(11).                                00013444
          05 RSP-TRL REDEFINES RSP-BODY.                                00013452
             10 RSP-REQ-COUNT    PIC 9(06).                             00013460
             10 RSP-FOUND-COUNT  PIC 9(06).                             00013468
       WORKING-STORAGE SECTION.                                         00013600
       01 ML-STAT             PIC X(02) VALUE SPACE.                    00013700
       01 AQ-STAT             PIC X(02) VALUE SPACE.                    00013725
       01 AR-STAT             PIC X(02) VALUE SPACE.                    00013737
       01 RS-STAT             PIC X(02) VALUE SPACE.                    00013750
       01 WS-RSP-STATUS       PIC X(01) VALUE SPACE.                    00013775
       01 RQ-STAT             PIC X(02) VALUE SPACE.                    00013800
       01 WS-ACCT-MORE-SW     PIC X(01) VALUE 'N'.                      00014325
          88 WS-ACCT-MORE     VALUE 'Y'.                                00014350
          88 WS-ACCT-NO-MORE  VALUE 'N'.                                00014375
       01 WS-REL-MORE-SW      PIC X(01) VALUE 'N'.                      00014377
          88 WS-REL-MORE      VALUE 'Y'.                                00014379
          88 WS-REL-NO-MORE   VALUE 'N'.                                00014381
       01 WS-ROLE-CODE        PIC X(01) VALUE 'O'.                      00014383
          88 WS-ROLE-OWNER    VALUE 'O'.                                00014385
          88 WS-ROLE-JOINT    VALUE 'J'.                                00014387
          88 WS-ROLE-SIGNER   VALUE 'S'.                                00014389
       01 WS-RUN-DATE         PIC 9(08).                                00014391
       01 WS-HIT-COUNT        PIC 9(04) VALUE 0.                        00014400
       01 WS-ACCT-CT          PIC 9(04) VALUE 0.                        00014450
       01 WS-REQ-COUNT        PIC 9(06) VALUE 0.                        00014500
          05 FILLER           PIC X(14) VALUE '  DATE OPENED:'.         00016100
          05 FILLER           PIC X(01) VALUE SPACE.                    00016200
          05 RL-DATEOPEN      PIC X(08).                                00016300
          05 FILLER           PIC X(08) VALUE '  ROLE: '.               00016333
          05 RL-ROLE          PIC X(11).                                00016366
       01 WS-RSP-LINE-3.                                                00016400
          05 FILLER           PIC X(11) VALUE '  BALANCE: '.            00016500
          05 RL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.                      00016600
           STOP RUN.                                                    00017900
                                                                        00018000
       OPEN-PARA.                                                       00018100
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00018150
           OPEN INPUT ML-INFILE.                                        00018200
           IF ML-STAT NOT = '00'                                        00018300
              DISPLAY "FILE OPEN ERROR"                                 00018400
              DISPLAY "ACCOUNT MASTER OPEN ERROR"                       00018649
              GO TO ERROR-EXIT                                          00018666
           END-IF.                                                      00018683
           OPEN INPUT REL-FILE.                                         00018690
           IF AR-STAT NOT = '00'                                        00018697
              DISPLAY "ACCOUNT RELATIONSHIP FILE OPEN ERROR"            00018704
              GO TO ERROR-EXIT                                          00018711
           END-IF.                                                      00018718
           OPEN INPUT REQUEST-FILE.                                     00018730
           IF RQ-STAT NOT = '00'                                        00018777
              DISPLAY "REQUEST FILE OPEN ERROR"                         00018824
              NOT INVALID KEY                                           00026400
                 PERFORM EMP-LOOKUP-PARA                                00026500
                 PERFORM EMP-RESP-PARA                                  00026550
                 SET WS-ROLE-OWNER TO TRUE                              00026575
                 PERFORM ACCT-RESP-PARA                                 00026600
           END-READ.                                                    00026700
                                                                        00026800
                                                                        00028000
       ACCT-LIST-PARA.                                                  00028010
           MOVE 0 TO WS-ACCT-CT.                                        00028020
           SET WS-ROLE-OWNER TO TRUE.                                   00028025
           MOVE IN-EMPID TO AC-EMPID.                                   00028030
           START ACCT-FILE KEY IS EQUAL TO AC-EMPID                     00028040
              INVALID KEY                                               00028050
                 SET WS-ACCT-MORE TO TRUE                               00028080
           END-START.                                                   00028090
           PERFORM NEXT-OWNED-PARA UNTIL WS-ACCT-NO-MORE.               00028091
           PERFORM REL-LIST-PARA.                                       00028092
           IF WS-ACCT-CT = 0                                            00028093
              DISPLAY "  NO ACCOUNTS ON FILE"                           00028094
              PERFORM RESP-NOACCT-PARA                                  00028096
           END-IF.                                                      00028098
                 END-IF                                                 00028194
           END-READ.                                                    00028196
                                                                        00028198
       REL-LIST-PARA.                                                   00028200
           MOVE IN-EMPID TO AR-EMPID.                                   00028202
           START REL-FILE KEY IS EQUAL TO AR-EMPID                      00028204
              INVALID KEY                                               00028206
                 SET WS-REL-NO-MORE TO TRUE                             00028208
              NOT INVALID KEY                                           00028210
                 SET WS-REL-MORE TO TRUE                                00028212
           END-START.                                                   00028214
           PERFORM NEXT-REL-PARA UNTIL WS-REL-NO-MORE.                  00028216
                                                                        00028218
       NEXT-REL-PARA.                                                   00028220
           READ REL-FILE NEXT RECORD                                    00028222
              AT END                                                    00028224
                 SET WS-REL-NO-MORE TO TRUE                             00028226
              NOT AT END                                                00028228
                 IF AR-EMPID NOT = IN-EMPID                             00028230
                    SET WS-REL-NO-MORE TO TRUE                          00028232
                 ELSE                                                   00028234
                    IF AR-EFF-DATE NOT > WS-RUN-DATE                    00028236
                       AND (AR-END-DATE = 0                             00028238
                            OR AR-END-DATE NOT < WS-RUN-DATE)           00028240
                       PERFORM REL-ACCT-PARA                            00028242
                    END-IF                                              00028244
                 END-IF                                                 00028246
           END-READ.                                                    00028248
                                                                        00028250
       REL-ACCT-PARA.                                                   00028252
           MOVE AR-ACCTNO TO AC-ACCTNO.                                 00028254
           READ ACCT-FILE KEY IS AC-ACCTNO                              00028256
              INVALID KEY                                               00028258
                 CONTINUE                                               00028260
              NOT INVALID KEY                                           00028262
                 ADD 1 TO WS-ACCT-CT                                    00028264
                 MOVE AR-ROLE TO WS-ROLE-CODE                           00028266
                 PERFORM ACCT-RESP-PARA                                 00028268
           END-READ.                                                    00028270
                                                                        00028272
       EMP-RESP-PARA.                                                   00028274
           ADD 1 TO WS-HIT-COUNT.                                       00028276
           MOVE IN-EMPID     TO RL-EMPID.                               00028300
           MOVE IN-FIRSTNAME TO RL-FIRSTNAME.                           00028400
           MOVE IN-LASTNAME  TO RL-LASTNAME.                            00028500
           MOVE AC-ACCTNO    TO RL-ACCTNO.                              00028700
           MOVE AC-BRANCH    TO RL-BRANCH.                              00028800
           MOVE AC-DATEOPEN  TO RL-DATEOPEN.                            00028900
           EVALUATE TRUE                                                00028911
              WHEN WS-ROLE-JOINT                                        00028922
                 MOVE 'JOINT OWNER' TO RL-ROLE                          00028933
              WHEN WS-ROLE-SIGNER                                       00028944
                 MOVE 'SIGNER' TO RL-ROLE                               00028955
              WHEN OTHER                                                00028966
                 MOVE 'OWNER' TO RL-ROLE                                00028977
           END-EVALUATE.                                                00028988
           DISPLAY WS-RSP-LINE-2.                                       00029000
           IF AC-BALANCE NUMERIC                                        00029100
              MOVE AC-BALANCE TO RL-BALANCE                             00029200
           END-IF.                                                      00029993
           MOVE AC-DATEOPEN TO RSP-DATEOPEN.                            00030006
           MOVE AC-LASTACT TO RSP-LASTACT.                              00030019
           MOVE WS-ROLE-CODE TO RSP-ROLE.                               00030025
           WRITE RSP-REC.                                               00030032
                                                                        00030045
       RESP-NOACCT-PARA.                                                00030058
       CLOSE-PARA.                                                      00030600
           CLOSE ML-INFILE.                                             00030650
           CLOSE ACCT-FILE.                                             00030700
           CLOSE REL-FILE.                                              00030725
           CLOSE RESPONSE-FILE.                                         00030750
           CLOSE REQUEST-FILE.                                          00030800
