                                  ==RT-BRANCH==  BY ==OR-BRANCH==       00012400
                                  ==RT-EFFDATE== BY ==OR-EFFDATE==      00012500
                                  ==RT-TIERMIN== BY ==OR-TIERMIN==      00012600
                                  ==RT-RATE==    BY ==OR-RATE==         00012640
                                  ==RT-TYPE==    BY ==OR-TYPE==         00012680
                                  ==RT-CREDIT==  BY ==OR-CREDIT==       00012720
                                  ==RT-DEBIT==   BY ==OR-DEBIT==.       00012760
                                                                        00012800
       WORKING-STORAGE SECTION.                                         00012900
       01 NR-STAT             PIC X(02) VALUE SPACE.                    00013000
          88 WS-BASE-FOUND    VALUE 'Y'.                                00014100
       01 WS-RUN-DATE         PIC 9(08).                                00014200
       01 WS-MAX-RATE         PIC 9(02)V9(04) VALUE 20.                 00014300
       01 WS-MAX-DR-RATE      PIC 9(02)V9(04) VALUE 36.                 00014333
       01 WS-TYPE             PIC X(01) VALUE SPACE.                    00014366
       01 WS-EFF-MM           PIC 9(02) VALUE 0.                        00014400
       01 WS-EFF-DD           PIC 9(02) VALUE 0.                        00014500
       01 WS-OLD-CT           PIC 9(03) VALUE 0.                        00014600
             10 WS-OL-EFFDATE PIC 9(08).                                00015800
             10 WS-OL-TIERMIN PIC 9(09)V99.                             00015900
             10 WS-OL-RATE    PIC 9(02)V9(04).                          00016000
             10 WS-OL-TYPE    PIC X(01).                                00016050
       01 WS-NEW-TABLE.                                                 00016100
          05 WS-NEW-ENTRY OCCURS 500 TIMES.                             00016200
             10 WS-NW-BRANCH  PIC X(04).                                00016300
             10 WS-NW-EFFDATE PIC 9(08).                                00016400
             10 WS-NW-TIERMIN PIC 9(09)V99.                             00016500
             10 WS-NW-RATE    PIC 9(02)V9(04).                          00016600
             10 WS-NW-TYPE    PIC X(01).                                00016650
       01 WS-DETAIL-LINE.                                               00016700
          05 FILLER           PIC X(02) VALUE SPACE.                    00016800
          05 DL-BRANCH        PIC X(04).                                00016900
          05 FILLER           PIC X(06) VALUE '  EFF '.                 00017000
          05 DL-EFFDATE       PIC 9(08).                                00017100
          05 FILLER           PIC X(02) VALUE SPACE.                    00017133
          05 DL-TYPE          PIC X(01).                                00017166
          05 FILLER           PIC X(07) VALUE '  TIER '.                00017200
          05 DL-TIERMIN       PIC ZZZ,ZZZ,ZZ9.99.                       00017300
          05 FILLER           PIC X(07) VALUE '  OLD: '.                00017400
                    MOVE OR-EFFDATE TO WS-OL-EFFDATE(WS-OLD-CT)         00022500
                    MOVE OR-TIERMIN TO WS-OL-TIERMIN(WS-OLD-CT)         00022600
                    MOVE OR-RATE    TO WS-OL-RATE(WS-OLD-CT)            00022700
                    IF OR-DEBIT                                         00022716
                       MOVE 'D' TO WS-OL-TYPE(WS-OLD-CT)                00022732
                    ELSE                                                00022748
                       MOVE 'C' TO WS-OL-TYPE(WS-OLD-CT)                00022764
                    END-IF                                              00022780
                 ELSE                                                   00022800
                    DISPLAY "CURRENT RATE TABLE FULL - BRANCH "         00022900
                       OR-BRANCH " IGNORED"                             00023000
              PERFORM EDIT-ERR-PARA                                     00026100
              DISPLAY "    TIER MINIMUM NOT NUMERIC"                    00026200
           END-IF.                                                      00026300
           IF RT-DEBIT                                                  00026310
              MOVE 'D' TO WS-TYPE                                       00026320
           ELSE                                                         00026330
              MOVE 'C' TO WS-TYPE                                       00026340
           END-IF.                                                      00026350
           IF NOT RT-CREDIT AND NOT RT-DEBIT                            00026360
              PERFORM EDIT-ERR-PARA                                     00026370
              DISPLAY "    RATE TYPE NOT C OR D"                        00026380
           END-IF.                                                      00026390
           IF RT-RATE NOT NUMERIC                                       00026400
              PERFORM EDIT-ERR-PARA                                     00026500
              DISPLAY "    RATE NOT NUMERIC"                            00026600
           ELSE                                                         00026700
              IF (RT-DEBIT AND RT-RATE > WS-MAX-DR-RATE)                00026766
                 OR (NOT RT-DEBIT AND RT-RATE > WS-MAX-RATE)            00026832
                 PERFORM EDIT-ERR-PARA                                  00026900
                 DISPLAY "    RATE OUTSIDE SANE BOUNDS"                 00027000
              END-IF                                                    00027100
                 MOVE RT-EFFDATE TO WS-NW-EFFDATE(WS-NEW-CT)            00028200
                 MOVE RT-TIERMIN TO WS-NW-TIERMIN(WS-NEW-CT)            00028300
                 MOVE RT-RATE    TO WS-NW-RATE(WS-NEW-CT)               00028400
                 MOVE WS-TYPE    TO WS-NW-TYPE(WS-NEW-CT)               00028450
              ELSE                                                      00028500
                 PERFORM EDIT-ERR-PARA                                  00028600
                 DISPLAY "    PROPOSED RATE TABLE FULL"                 00028700
           IF WS-NW-BRANCH(WS-SUB2) = RT-BRANCH                         00030100
              AND WS-NW-EFFDATE(WS-SUB2) = RT-EFFDATE                   00030200
              AND WS-NW-TIERMIN(WS-SUB2) = RT-TIERMIN                   00030300
              AND WS-NW-TYPE(WS-SUB2) = WS-TYPE                         00030350
              PERFORM EDIT-ERR-PARA                                     00030400
              DISPLAY "    OVERLAPPING EFFECTIVE PERIOD FOR TIER"       00030500
           END-IF.                                                      00030600
              ADD 1 TO WS-ERR-COUNT                                     00031400
              DISPLAY "  BRANCH " WS-NW-BRANCH(WS-SUB)                  00031500
                 " EFFECTIVE " WS-NW-EFFDATE(WS-SUB)                    00031600
                 " TYPE " WS-NW-TYPE(WS-SUB)                            00031650
                 " HAS NO ZERO-MINIMUM TIER - RATE GAP"                 00031700
           END-IF.                                                      00031800
                                                                        00031900
       BASE-SCAN-PARA.                                                  00032000
           IF WS-NW-BRANCH(WS-SUB2) = WS-NW-BRANCH(WS-SUB)              00032100
              AND WS-NW-EFFDATE(WS-SUB2) = WS-NW-EFFDATE(WS-SUB)        00032200
              AND WS-NW-TYPE(WS-SUB2) = WS-NW-TYPE(WS-SUB)              00032250
              AND WS-NW-TIERMIN(WS-SUB2) = 0                            00032300
              SET WS-BASE-FOUND TO TRUE                                 00032400
           END-IF.                                                      00032500
              UNTIL WS-SUB2 > WS-OLD-CT.                                00033300
           MOVE WS-NW-BRANCH(WS-SUB) TO DL-BRANCH.                      00033400
           MOVE WS-NW-EFFDATE(WS-SUB) TO DL-EFFDATE.                    00033500
           MOVE WS-NW-TYPE(WS-SUB) TO DL-TYPE.                          00033550
           MOVE WS-NW-TIERMIN(WS-SUB) TO DL-TIERMIN.                    00033600
           MOVE WS-NW-RATE(WS-SUB) TO DL-NEW-RATE.                      00033700
           IF WS-OLD-FOUND                                              00033800
       OLD-SCAN-PARA.                                                   00035300
           IF WS-OL-BRANCH(WS-SUB2) = WS-NW-BRANCH(WS-SUB)              00035400
              AND WS-OL-TIERMIN(WS-SUB2) = WS-NW-TIERMIN(WS-SUB)        00035500
              AND WS-OL-TYPE(WS-SUB2) = WS-NW-TYPE(WS-SUB)              00035550
              AND (NOT WS-OLD-FOUND                                     00035600
                 OR WS-OL-EFFDATE(WS-SUB2) > WS-BEST-EFFDATE)           00035700
              SET WS-OLD-FOUND TO TRUE                                  00035800
