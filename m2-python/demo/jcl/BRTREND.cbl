           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS BT-STAT.                                      00011000
                                                                        00011016
           SELECT MERGE-FILE ASSIGN TO BRMERGE                          00011032
           ORGANIZATION IS SEQUENTIAL                                   00011048
           ACCESS MODE IS SEQUENTIAL                                    00011064
           FILE STATUS IS BM-STAT.                                      00011080
                                                                        00011100
       DATA DIVISION.                                                   00011200
       FILE SECTION.                                                    00011300
       FD BRTOT-FILE.                                                   00011400
           COPY BRTOTREC.                                               00011500
                                                                        00011525
       FD MERGE-FILE.                                                   00011550
           COPY BRMRGREC.                                               00011575
                                                                        00011600
       WORKING-STORAGE SECTION.                                         00011700
       01 BT-STAT             PIC X(02) VALUE SPACE.                    00011800
       01 BM-STAT             PIC X(02) VALUE SPACE.                    00011850
       01 WS-TOT-EOF-SW       PIC X(01) VALUE 'N'.                      00011900
          88 WS-TOT-EOF       VALUE 'Y'.                                00012000
       01 WS-MERGE-EOF-SW     PIC X(01) VALUE 'N'.                      00012033
          88 WS-MERGE-EOF     VALUE 'Y'.                                00012066
       01 WS-FOUND-SW         PIC X(01) VALUE 'N'.                      00012100
          88 WS-FOUND         VALUE 'Y'.                                00012200
       01 WS-RUN-DATE         PIC 9(08).                                00012300
       01 WS-BR-TABLE.                                                  00014300
          05 WS-BR-ENTRY OCCURS 100 TIMES.                              00014400
             10 WS-BR-BRANCH  PIC X(04).                                00014500
       01 WS-LOAD-BRANCH      PIC X(04) VALUE SPACE.                    00014510
       01 WS-MERGE-CT         PIC 9(03) VALUE 0.                        00014520
       01 WS-MERGE-SUB        PIC 9(03) VALUE 0.                        00014530
       01 WS-MERGE-TABLE.                                               00014540
          05 WS-MERGE-ENTRY OCCURS 100 TIMES.                           00014550
             10 WS-MG-OLD     PIC X(04).                                00014560
             10 WS-MG-NEW     PIC X(04).                                00014570
             10 WS-MG-EFF     PIC 9(08).                                00014580
             10 WS-MG-BUSDATE PIC 9(08).                                00014590
       01 WS-CURR-BRANCH      PIC X(04) VALUE SPACE.                    00014600
       01 WS-FIRST-SW         PIC X(01) VALUE 'Y'.                      00014700
          88 WS-FIRST-POINT   VALUE 'Y'.                                00014800
       PROCEDURE DIVISION.                                              00017500
       MAIN-PARA.                                                       00017600
           PERFORM OPEN-PARA.                                           00017700
           PERFORM LOAD-MERGE-PARA UNTIL WS-MERGE-EOF.                  00017750
           PERFORM LOAD-PARA UNTIL WS-TOT-EOF.                          00017800
           PERFORM SORT-DATES-PARA.                                     00017900
           PERFORM WINDOW-PARA.                                         00018000
              DISPLAY "BRANCH TOTALS HISTORY OPEN ERROR"                00019900
              GO TO ERROR-EXIT                                          00020000
           END-IF.                                                      00020100
           OPEN INPUT MERGE-FILE.                                       00020120
           IF BM-STAT NOT = '00'                                        00020140
              SET WS-MERGE-EOF TO TRUE                                  00020160
           END-IF.                                                      00020180
           DISPLAY "BRANCH BALANCE TREND - RUN DATE " WS-RUN-DATE       00020200
              " - LAST " WS-WINDOW-DAYS " TOTALS RUNS".                 00020300
           DISPLAY "CUMULATIVE DRIFT TOLERANCE " WS-TOLERANCE.          00020400
           IF BRT-RUNDATE NOT NUMERIC OR BRT-TOTAL NOT NUMERIC          00021600
              GO TO LOAD-CELL-DONE                                      00021700
           END-IF.                                                      00021800
           MOVE BRT-BRANCH TO WS-LOAD-BRANCH.                           00021807
           PERFORM MERGE-XLATE-PARA                                     00021814
              VARYING WS-MERGE-SUB FROM 1 BY 1                          00021821
              UNTIL WS-MERGE-SUB > WS-MERGE-CT.                         00021828
           MOVE 'N' TO WS-FOUND-SW.                                     00021835
           PERFORM CELL-MATCH-PARA                                      00021842
              VARYING WS-CELL-SUB FROM 1 BY 1                           00021849
              UNTIL WS-CELL-SUB > WS-CELL-CT OR WS-FOUND.               00021856
           IF WS-FOUND                                                  00021863
              SUBTRACT 1 FROM WS-CELL-SUB                               00021870
              ADD BRT-TOTAL TO WS-CL-TOTAL(WS-CELL-SUB)                 00021877
              GO TO LOAD-CELL-DONE                                      00021884
           END-IF.                                                      00021891
           IF WS-CELL-CT < 3000                                         00021900
              ADD 1 TO WS-CELL-CT                                       00022000
              MOVE WS-LOAD-BRANCH TO WS-CL-BRANCH(WS-CELL-CT)           00022100
              MOVE BRT-RUNDATE TO WS-CL-DATE(WS-CELL-CT)                00022200
              MOVE BRT-TOTAL   TO WS-CL-TOTAL(WS-CELL-CT)               00022300
           ELSE                                                         00022400
              UNTIL WS-BR-SUB > WS-BR-CT OR WS-FOUND.                   00023900
           IF NOT WS-FOUND AND WS-BR-CT < 100                           00024000
              ADD 1 TO WS-BR-CT                                         00024100
              MOVE WS-LOAD-BRANCH TO WS-BR-BRANCH(WS-BR-CT)             00024200
           END-IF.                                                      00024300
       LOAD-CELL-DONE.                                                  00024400
           EXIT.                                                        00024500
                                                                        00024600
       CELL-MATCH-PARA.                                                 00024603
           IF WS-CL-BRANCH(WS-CELL-SUB) = WS-LOAD-BRANCH                00024606
              AND WS-CL-DATE(WS-CELL-SUB) = BRT-RUNDATE                 00024609
              SET WS-FOUND TO TRUE                                      00024612
           END-IF.                                                      00024615
                                                                        00024618
       MERGE-XLATE-PARA.                                                00024621
           IF WS-MG-OLD(WS-MERGE-SUB) = WS-LOAD-BRANCH                  00024624
              AND BRT-RUNDATE <= WS-MG-BUSDATE(WS-MERGE-SUB)            00024627
              MOVE WS-MG-NEW(WS-MERGE-SUB) TO WS-LOAD-BRANCH            00024630
           END-IF.                                                      00024633
                                                                        00024636
       LOAD-MERGE-PARA.                                                 00024639
           READ MERGE-FILE                                              00024642
              AT END                                                    00024645
                 SET WS-MERGE-EOF TO TRUE                               00024648
              NOT AT END                                                00024651
                 IF WS-MERGE-CT < 100                                   00024654
                    ADD 1 TO WS-MERGE-CT                                00024657
                    MOVE BM-OLD-BRANCH TO WS-MG-OLD(WS-MERGE-CT)        00024660
                    MOVE BM-NEW-BRANCH TO WS-MG-NEW(WS-MERGE-CT)        00024663
                    MOVE BM-EFF-DATE TO WS-MG-EFF(WS-MERGE-CT)          00024666
                    MOVE BM-BUSDATE TO WS-MG-BUSDATE(WS-MERGE-CT)       00024669
                 ELSE                                                   00024672
                    DISPLAY "BRANCH MERGER TABLE FULL - BRANCH "        00024675
                       BM-OLD-BRANCH " REPORTED SEPARATELY"             00024678
                 END-IF                                                 00024681
           END-READ.                                                    00024684
                                                                        00024687
       DATE-SCAN-PARA.                                                  00024700
           IF WS-DT-DATE(WS-DATE-SUB) = BRT-RUNDATE                     00024800
              SET WS-FOUND TO TRUE                                      00024900
           END-IF.                                                      00025000
                                                                        00025100
       BR-SCAN-PARA.                                                    00025200
           IF WS-BR-BRANCH(WS-BR-SUB) = WS-LOAD-BRANCH                  00025300
              SET WS-FOUND TO TRUE                                      00025400
           END-IF.                                                      00025500
                                                                        00025600
       BRANCH-RPT-PARA.                                                 00028300
           MOVE WS-BR-BRANCH(WS-BR-SUB) TO WS-CURR-BRANCH.              00028400
           DISPLAY "BRANCH " WS-CURR-BRANCH.                            00028500
           PERFORM MERGE-NOTE-PARA                                      00028525
              VARYING WS-MERGE-SUB FROM 1 BY 1                          00028550
              UNTIL WS-MERGE-SUB > WS-MERGE-CT.                         00028575
           MOVE 'Y' TO WS-FIRST-SW.                                     00028600
           MOVE 0 TO WS-POINT-CT.                                       00028700
           MOVE 'N' TO WS-START-SW.                                     00028800
       POINT-DONE.                                                      00034900
           EXIT.                                                        00035000
                                                                        00035100
       MERGE-NOTE-PARA.                                                 00035114
           IF WS-MG-NEW(WS-MERGE-SUB) = WS-CURR-BRANCH                  00035128
              DISPLAY "    INCLUDES BRANCH " WS-MG-OLD(WS-MERGE-SUB)    00035142
                 " MERGED EFFECTIVE " WS-MG-EFF(WS-MERGE-SUB)           00035156
           END-IF.                                                      00035170
                                                                        00035184
       CELL-SCAN-PARA.                                                  00035200
           IF WS-CL-BRANCH(WS-CELL-SUB) = WS-CURR-BRANCH                00035300
              AND WS-CL-DATE(WS-CELL-SUB) = WS-DT-DATE(WS-DATE-SUB)     00035400
                                                                        00036400
       CLOSE-PARA.                                                      00036500
           CLOSE BRTOT-FILE.                                            00036600
           IF BM-STAT = '00' OR BM-STAT = '10'                          00036700
              CLOSE MERGE-FILE                                          00036800
           END-IF.                                                      00036900
