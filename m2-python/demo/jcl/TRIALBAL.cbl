           ORGANIZATION IS SEQUENTIAL                                   00012600
           ACCESS MODE IS SEQUENTIAL                                    00012700
           FILE STATUS IS NT-STAT.                                      00012800
                                                                        00012816
           SELECT MERGE-FILE ASSIGN TO BRMERGE                          00012832
           ORGANIZATION IS SEQUENTIAL                                   00012848
           ACCESS MODE IS SEQUENTIAL                                    00012864
           FILE STATUS IS BM-STAT.                                      00012880
                                                                        00012900
       DATA DIVISION.                                                   00013000
       FILE SECTION.                                                    00013100
                                  ==AC-BRANCH==   BY ==SO-BRANCH==      00015200
                                  ==AC-BALANCE==  BY ==SO-BALANCE==     00015300
                                  ==AC-DATEOPEN== BY ==SO-DATEOPEN==    00015400
                                  ==AC-LASTACT==  BY ==SO-LASTACT==     00015500
                                  ==AC-PRODUCT==  BY ==SO-PRODUCT==.    00015550
                                                                        00015600
       FD PRIOR-FILE.                                                   00015700
           COPY BRTOTREC REPLACING ==BRT-TOTREC== BY ==PRI-REC==        00015780
                                   ==BRT-BRANCH== BY ==NEW-BRANCH==     00016360
                                   ==BRT-TOTAL==  BY ==NEW-TOTAL==      00016440
                                   ==BRT-RUNDATE== BY ==NEW-RUNDATE==.  00016520
                                                                        00016540
       FD MERGE-FILE.                                                   00016560
           COPY BRMRGREC.                                               00016580
                                                                        00016600
       WORKING-STORAGE SECTION.                                         00016700
       01 SO-STAT             PIC X(02) VALUE SPACE.                    00016900
       01 PR-STAT             PIC X(02) VALUE SPACE.                    00017000
       01 NT-STAT             PIC X(02) VALUE SPACE.                    00017100
       01 BM-STAT             PIC X(02) VALUE SPACE.                    00017150
       01 WS-RUN-DATE.                                                  00017200
          05 WS-RUN-YY        PIC 9(02).                                00017300
          05 WS-RUN-MM        PIC 9(02).                                00017400
          88 WS-SORT-EOF      VALUE 'Y'.                                00017700
       01 WS-PRIOR-EOF-SW     PIC X(01) VALUE 'N'.                      00017800
          88 WS-PRIOR-EOF     VALUE 'Y'.                                00017900
       01 WS-MERGE-EOF-SW     PIC X(01) VALUE 'N'.                      00017920
          88 WS-MERGE-EOF     VALUE 'Y'.                                00017940
       01 WS-MERGED-SW        PIC X(01) VALUE 'N'.                      00017960
          88 WS-MERGED        VALUE 'Y'.                                00017980
       01 WS-PRIOR-FOUND-SW   PIC X(01) VALUE 'N'.                      00018000
          88 WS-PRIOR-FOUND   VALUE 'Y'.                                00018100
       01 WS-FIRST-REC-SW     PIC X(01) VALUE 'Y'.                      00018200
             10 WS-PRI-BRANCH PIC X(04).                                00019800
             10 WS-PRI-TOTAL  PIC S9(13)V99.                            00019900
             10 WS-PRI-USED   PIC X(01).                                00020000
             10 WS-PRI-MERGED PIC X(01).                                00020003
       01 WS-PRI-BRANCH-IN    PIC X(04) VALUE SPACE.                    00020006
       01 WS-PRI-FROM         PIC X(04) VALUE SPACE.                    00020009
       01 WS-PRI-EFF          PIC 9(08) VALUE 0.                        00020010
       01 WS-PRI-MERGED-FLAG  PIC X(01) VALUE SPACE.                    00020012
       01 WS-MERGE-CT         PIC 9(03) VALUE 0.                        00020015
       01 WS-MERGE-SUB        PIC 9(03) VALUE 0.                        00020018
       01 WS-MERGE-TABLE.                                               00020021
          05 WS-MERGE-ENTRY OCCURS 100 TIMES.                           00020024
             10 WS-MG-OLD     PIC X(04).                                00020027
             10 WS-MG-NEW     PIC X(04).                                00020030
             10 WS-MG-EFF     PIC 9(08).                                00020033
             10 WS-MG-BUSDATE PIC 9(08).                                00020036
       01 WS-PRIOR-BAL        PIC S9(13)V99 VALUE 0.                    00020050
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00020100
           COPY BDPARM.                                                 00020150
       PROCEDURE DIVISION.                                              00021500
       MAIN-PARA.                                                       00021600
           PERFORM OPEN-PARA.                                           00021700
           PERFORM LOAD-MERGE-PARA UNTIL WS-MERGE-EOF.                  00021750
           PERFORM LOAD-PRIOR-PARA UNTIL WS-PRIOR-EOF.                  00021800
           PERFORM SORT-PARA.                                           00021900
           PERFORM HEADING-PARA.                                        00022000
              DISPLAY "NO PRIOR-DAY TOTALS - ALL BRANCHES REPORT NEW"   00024200
              SET WS-PRIOR-EOF TO TRUE                                  00024300
           END-IF.                                                      00024400
           OPEN INPUT MERGE-FILE.                                       00024420
           IF BM-STAT NOT = '00'                                        00024440
              SET WS-MERGE-EOF TO TRUE                                  00024460
           END-IF.                                                      00024480
           OPEN OUTPUT NEWTOT-FILE.                                     00024500
           IF NT-STAT NOT = '00'                                        00024600
              DISPLAY "NEW TOTALS FILE OPEN ERROR"                      00024700
              GO TO ERROR-EXIT                                          00024800
           END-IF.                                                      00024900
                                                                        00025000
       LOAD-PRIOR-PARA.                                                 00025021
           READ PRIOR-FILE                                              00025042
              AT END                                                    00025063
                 SET WS-PRIOR-EOF TO TRUE                               00025084
              NOT AT END                                                00025105
                 PERFORM PRIOR-ADD-PARA                                 00025126
           END-READ.                                                    00025147
                                                                        00025168
       PRIOR-ADD-PARA.                                                  00025189
           MOVE PRI-BRANCH TO WS-PRI-FROM.                              00025210
           MOVE PRI-BRANCH TO WS-PRI-BRANCH-IN.                         00025231
           MOVE 'N' TO WS-MERGED-SW.                                    00025252
           PERFORM MERGE-XLATE-PARA                                     00025273
              VARYING WS-MERGE-SUB FROM 1 BY 1                          00025294
              UNTIL WS-MERGE-SUB > WS-MERGE-CT.                         00025315
           IF WS-MERGED                                                 00025336
              DISPLAY "PRIOR TOTAL FOR BRANCH " WS-PRI-FROM             00025357
                 " CARRIED INTO " WS-PRI-BRANCH-IN                      00025371
                 " - MERGED EFFECTIVE " WS-PRI-EFF                      00025385
           END-IF.                                                      00025399
           MOVE 'N' TO WS-PRIOR-FOUND-SW.                               00025420
           PERFORM PRIOR-MATCH-PARA                                     00025441
              VARYING WS-SUB FROM 1 BY 1                                00025462
              UNTIL WS-SUB > WS-PRIOR-CT OR WS-PRIOR-FOUND.             00025483
           IF WS-PRIOR-FOUND                                            00025504
              SUBTRACT 1 FROM WS-SUB                                    00025525
              ADD PRI-TOTAL TO WS-PRI-TOTAL(WS-SUB)                     00025546
              IF WS-MERGED                                              00025567
                 MOVE 'Y' TO WS-PRI-MERGED(WS-SUB)                      00025588
              END-IF                                                    00025609
           ELSE                                                         00025630
              IF WS-PRIOR-CT < 100                                      00025651
                 ADD 1 TO WS-PRIOR-CT                                   00025672
                 MOVE WS-PRI-BRANCH-IN TO WS-PRI-BRANCH(WS-PRIOR-CT)    00025693
                 MOVE PRI-TOTAL  TO WS-PRI-TOTAL(WS-PRIOR-CT)           00025714
                 MOVE 'N' TO WS-PRI-USED(WS-PRIOR-CT)                   00025735
                 MOVE WS-MERGED-SW TO WS-PRI-MERGED(WS-PRIOR-CT)        00025756
              ELSE                                                      00025777
                 DISPLAY "PRIOR TOTALS TABLE FULL - BRANCH "            00025798
                    PRI-BRANCH " IGNORED"                               00025819
              END-IF                                                    00025840
           END-IF.                                                      00025861
                                                                        00025882
       PRIOR-MATCH-PARA.                                                00025903
           IF WS-PRI-BRANCH(WS-SUB) = WS-PRI-BRANCH-IN                  00025924
              SET WS-PRIOR-FOUND TO TRUE                                00025945
           END-IF.                                                      00025966
                                                                        00025987
       MERGE-XLATE-PARA.                                                00026008
           IF WS-MG-OLD(WS-MERGE-SUB) = WS-PRI-BRANCH-IN                00026029
              AND PRI-RUNDATE <= WS-MG-BUSDATE(WS-MERGE-SUB)            00026050
              MOVE WS-MG-NEW(WS-MERGE-SUB) TO WS-PRI-BRANCH-IN          00026071
              MOVE WS-MG-EFF(WS-MERGE-SUB) TO WS-PRI-EFF                00026081
              SET WS-MERGED TO TRUE                                     00026092
           END-IF.                                                      00026113
                                                                        00026134
       LOAD-MERGE-PARA.                                                 00026155
           READ MERGE-FILE                                              00026176
              AT END                                                    00026197
                 SET WS-MERGE-EOF TO TRUE                               00026218
              NOT AT END                                                00026239
                 IF BM-BUSDATE <= BD-BUSDATE                            00026260
                    IF WS-MERGE-CT < 100                                00026281
                       ADD 1 TO WS-MERGE-CT                             00026302
                       MOVE BM-OLD-BRANCH TO WS-MG-OLD(WS-MERGE-CT)     00026323
                       MOVE BM-NEW-BRANCH TO WS-MG-NEW(WS-MERGE-CT)     00026344
                       MOVE BM-EFF-DATE TO WS-MG-EFF(WS-MERGE-CT)       00026365
                       MOVE BM-BUSDATE TO WS-MG-BUSDATE(WS-MERGE-CT)    00026386
                    ELSE                                                00026407
                       DISPLAY "BRANCH MERGER TABLE FULL - BRANCH "     00026428
                          BM-OLD-BRANCH " NOT CARRIED"                  00026449
                    END-IF                                              00026470
                 END-IF                                                 00026491
           END-READ.                                                    00026512
                                                                        00026600
       SORT-PARA.                                                       00026742
           OPEN INPUT SORTED-FILE.                                      00026885
                 MOVE 0 TO WS-BR-AVG                                    00031100
           END-COMPUTE.                                                 00031200
           MOVE 'N' TO WS-PRIOR-FOUND-SW.                               00031300
           MOVE 'N' TO WS-PRI-MERGED-FLAG.                              00031350
           PERFORM PRIOR-LOOKUP-PARA                                    00031400
              VARYING WS-SUB FROM 1 BY 1                                00031500
              UNTIL WS-SUB > WS-PRIOR-CT OR WS-PRIOR-FOUND.             00031600
                 OR WS-MOVEMENT < WS-NEG-TOL                            00032500
                 MOVE '** OVER TOL **' TO DL-FLAG                       00032600
              ELSE                                                      00032700
                 IF WS-PRI-MERGED-FLAG = 'Y'                            00032733
                    MOVE 'MERGED BRANCH ' TO DL-FLAG                    00032766
                 ELSE                                                   00032799
                    MOVE SPACE TO DL-FLAG                               00032832
                 END-IF                                                 00032865
              END-IF                                                    00032900
           ELSE                                                         00033000
              MOVE 0 TO DL-MOVEMENT                                     00033100
              SET WS-PRIOR-FOUND TO TRUE                                00034400
              MOVE WS-PRI-TOTAL(WS-SUB) TO WS-PRIOR-BAL                 00034500
              MOVE 'Y' TO WS-PRI-USED(WS-SUB)                           00034600
              MOVE WS-PRI-MERGED(WS-SUB) TO WS-PRI-MERGED-FLAG          00034650
           END-IF.                                                      00034700
                                                                        00034800
       MISSING-PARA.                                                    00034900
              CLOSE PRIOR-FILE                                          00037500
           END-IF.                                                      00037600
           CLOSE NEWTOT-FILE.                                           00037700
           IF BM-STAT = '00' OR BM-STAT = '10'                          00037800
              CLOSE MERGE-FILE                                          00037900
           END-IF.                                                      00038000
