           ORGANIZATION IS SEQUENTIAL                                   00013200
           ACCESS MODE IS SEQUENTIAL                                    00013300
           FILE STATUS IS HS-STAT.                                      00013400
                                                                        00013410
           SELECT PROD-FILE ASSIGN TO PRODFILE                          00013420
           ORGANIZATION IS SEQUENTIAL                                   00013440
           ACCESS MODE IS SEQUENTIAL                                    00013460
           FILE STATUS IS PR-STAT.                                      00013480
                                                                        00013500
       DATA DIVISION.                                                   00013600
       FILE SECTION.                                                    00013700
       FD ACREJ-FILE.                                                   00014760
       01 ARJ-REC.                                                      00014800
          05 ARJ-TRANCODE PIC X(01).                                    00014900
          05 ARJ-ACCTREC  PIC X(51).                                    00015000
          05 ARJ-REASON   PIC X(02).                                    00015100
                                                                        00015200
       FD HISTORY-FILE.                                                 00015300
           COPY HISTREC.                                                00015400
                                                                        00015416
       FD PROD-FILE.                                                    00015433
           COPY PRODREC.                                                00015466
                                                                        00015500
       WORKING-STORAGE SECTION.                                         00015600
       01 AC-STAT          PIC X(02) VALUE SPACE.                       00015700
       01 WS-NET-CHANGE    PIC S9(13)V99 VALUE 0.                       00016020
       01 WS-OLD-BALANCE   PIC S9(09)V99 VALUE 0.                       00016060
       01 HS-STAT          PIC X(02) VALUE SPACE.                       00016100
       01 PR-STAT          PIC X(02) VALUE SPACE.                       00016150
       01 WS-EMP-EOF-SW    PIC X(01) VALUE 'N'.                         00016200
          88 WS-EMP-EOF    VALUE 'Y'.                                   00016300
       01 WS-FEED-EOF-SW   PIC X(01) VALUE 'N'.                         00016400
          88 WS-EDIT-OK    VALUE 'Y'.                                   00017200
          88 WS-EDIT-BAD   VALUE 'N'.                                   00017300
       01 WS-EDIT-REASON   PIC X(02) VALUE SPACE.                       00017400
       01 WS-WORK-ACCT     PIC X(51) VALUE SPACE.                       00017500
       01 WS-WORK-ACCT-R REDEFINES WS-WORK-ACCT.                        00017600
          05 WS-WK-ACCTNO  PIC X(10).                                   00017700
          05 WS-WK-EMPID   PIC X(06).                                   00017800
          05 WS-WK-BALANCE PIC 9(09)V99.                                00018000
          05 WS-WK-DATEOPEN PIC X(08).                                  00018100
          05 WS-WK-LASTACT PIC X(08).                                   00018200
          05 WS-WK-PRODUCT PIC X(04).                                   00018250
       01 WS-TRAN-CODE     PIC X(01) VALUE SPACE.                       00018300
          88 WS-TRAN-ADD      VALUE 'A'.                                00018400
          88 WS-TRAN-CHANGE   VALUE 'C'.                                00018500
       01 WS-UPDATE-COUNT  PIC 9(08) VALUE 0.                           00020000
       01 WS-DELETE-COUNT  PIC 9(08) VALUE 0.                           00020100
       01 WS-REJECT-COUNT  PIC 9(08) VALUE 0.                           00020150
       01 WS-PROD-EOF-SW   PIC X(01) VALUE 'N'.                         00020154
          88 WS-PROD-EOF   VALUE 'Y'.                                   00020158
       01 WS-PROD-EDIT-SW  PIC X(01) VALUE 'N'.                         00020162
          88 WS-PROD-EDIT  VALUE 'Y'.                                   00020166
       01 WS-PROD-FOUND-SW PIC X(01) VALUE 'N'.                         00020170
          88 WS-PROD-FOUND VALUE 'Y'.                                   00020174
       01 WS-PROD-CT       PIC 9(04) VALUE 0.                           00020178
       01 WS-PROD-SUB      PIC 9(04) VALUE 0.                           00020182
       01 WS-PROD-TABLE.                                                00020186
          05 WS-PROD-CODE  PIC X(04) OCCURS 200 TIMES.                  00020190
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00020200
           COPY BDPARM.                                                 00020250
       PROCEDURE DIVISION.                                              00020300
                 DISPLAY "ACCOUNT FEED OPEN ERROR"                      00025200
                 GO TO ERROR-EXIT                                       00025300
              END-IF                                                    00025400
              PERFORM PROD-OPEN-PARA THROUGH PROD-OPEN-EXIT             00025450
           END-IF.                                                      00025500
           OPEN OUTPUT ATOT-FILE.                                       00025528
           IF AT-STAT NOT = '00'                                        00025556
       OPEN-EXIT.                                                       00026800
           EXIT.                                                        00026900
                                                                        00027000
       PROD-OPEN-PARA.                                                  00027003
           OPEN INPUT PROD-FILE.                                        00027006
           IF PR-STAT NOT = '00'                                        00027009
              DISPLAY "NO PRODUCT TABLE, STATUS " PR-STAT               00027012
                 " - PRODUCT CODES NOT EDITED"                          00027015
              GO TO PROD-OPEN-EXIT                                      00027018
           END-IF.                                                      00027021
           SET WS-PROD-EDIT TO TRUE.                                    00027024
           PERFORM LOAD-PROD-PARA THROUGH LOAD-PROD-EXIT                00027027
              UNTIL WS-PROD-EOF.                                        00027030
           CLOSE PROD-FILE.                                             00027033
       PROD-OPEN-EXIT.                                                  00027036
           EXIT.                                                        00027039
                                                                        00027042
       LOAD-PROD-PARA.                                                  00027045
           READ PROD-FILE                                               00027048
              AT END                                                    00027051
                 SET WS-PROD-EOF TO TRUE                                00027054
                 GO TO LOAD-PROD-EXIT                                   00027057
           END-READ.                                                    00027060
           IF WS-PROD-CT < 200                                          00027063
              ADD 1 TO WS-PROD-CT                                       00027066
              MOVE PR-PRODUCT TO WS-PROD-CODE(WS-PROD-CT)               00027069
           ELSE                                                         00027072
              DISPLAY "PRODUCT TABLE FULL - PRODUCT " PR-PRODUCT        00027075
                 " IGNORED"                                             00027078
           END-IF.                                                      00027081
       LOAD-PROD-EXIT.                                                  00027084
           EXIT.                                                        00027087
                                                                        00027093
       READ-EMP-PARA.                                                   00027100
           READ EMP-FILE                                                00027200
              AT END                                                    00027300
              MOVE IN-BALANCE  TO AC-BALANCE                            00028800
              MOVE IN-DATEOPEN TO AC-DATEOPEN                           00028900
              MOVE IN-LASTACT  TO AC-LASTACT                            00029000
              MOVE SPACE       TO AC-PRODUCT                            00029050
              WRITE AC-ACCTREC                                          00029100
                 INVALID KEY                                            00029200
                    MOVE 'A' TO WS-TRAN-CODE                            00029300
       APPLY-PARA.                                                      00031500
           EVALUATE TRUE                                                00031600
              WHEN AF-HEADER-REC                                        00031680
                 IF WS-HDR-SEEN AND NOT WS-TRL-SEEN                     00031696
                    DISPLAY "ACCOUNT FEED TRAILER RECORD MISSING"       00031712
                    GO TO ERROR-EXIT                                    00031728
                 END-IF                                                 00031744
                 SET WS-HDR-SEEN TO TRUE                                00031760
                 MOVE 'N' TO WS-TRL-SEEN-SW                             00031780
                 MOVE 0 TO WS-FEED-COUNT                                00031800
                 MOVE 0 TO WS-FEED-HASH                                 00031820
                 DISPLAY "ACCOUNT FEED FROM " AF-HDR-SOURCE             00031840
                    " DATED " AF-HDR-DATE                               00031920
              WHEN AF-TRAILER-REC                                       00032000
              SET WS-EDIT-BAD TO TRUE                                   00038000
              MOVE '04' TO WS-EDIT-REASON                               00038100
           END-IF.                                                      00038200
           IF WS-EDIT-OK AND NOT WS-TRAN-DELETE                         00038208
              AND WS-PROD-EDIT AND WS-WK-PRODUCT NOT = SPACE            00038216
              MOVE 'N' TO WS-PROD-FOUND-SW                              00038224
              PERFORM PROD-SCAN-PARA THROUGH PROD-SCAN-EXIT             00038232
                 VARYING WS-PROD-SUB FROM 1 BY 1                        00038240
                 UNTIL WS-PROD-SUB > WS-PROD-CT OR WS-PROD-FOUND        00038248
              IF NOT WS-PROD-FOUND                                      00038256
                 SET WS-EDIT-BAD TO TRUE                                00038264
                 MOVE '08' TO WS-EDIT-REASON                            00038272
              END-IF                                                    00038280
           END-IF.                                                      00038288
       EDIT-EXIT.                                                       00038300
           EXIT.                                                        00038400
                                                                        00038407
       PROD-SCAN-PARA.                                                  00038414
           IF WS-PROD-CODE(WS-PROD-SUB) = WS-WK-PRODUCT                 00038428
              SET WS-PROD-FOUND TO TRUE                                 00038442
           END-IF.                                                      00038456
       PROD-SCAN-EXIT.                                                  00038470
           EXIT.                                                        00038484
                                                                        00038500
       INSERT-PARA.                                                     00038600
           MOVE WS-WORK-ACCT TO AC-ACCTREC.                             00038700
           END-READ.                                                    00040800
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00040850
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00040900
           IF WS-WK-PRODUCT = SPACE                                     00040912
              MOVE AC-PRODUCT TO WS-WK-PRODUCT                          00040924
           END-IF.                                                      00040936
           IF AC-BALANCE NUMERIC                                        00040950
              MOVE AC-BALANCE TO WS-OLD-BALANCE                         00041000
           ELSE                                                         00041050
