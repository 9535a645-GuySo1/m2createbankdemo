           ORGANIZATION IS SEQUENTIAL                                   00013118
           ACCESS MODE IS SEQUENTIAL                                    00013127
           FILE STATUS IS SI-STAT.                                      00013136
                                                                        00013137
           SELECT SUSP-CAN-FILE ASSIGN TO SUSPCAN                       00013138
           ORGANIZATION IS SEQUENTIAL                                   00013139
           ACCESS MODE IS SEQUENTIAL                                    00013140
           FILE STATUS IS SC-STAT.                                      00013141
                                                                        00013145
           SELECT PTOT-FILE ASSIGN TO PTOTFILE                          00013143
           ORGANIZATION IS SEQUENTIAL                                   00013143
           RECORD KEY IS HO-ACCTNO                                      00013145
           FILE STATUS IS HO-STAT.                                      00013145
                                                                        00013145
           SELECT SEP-FILE ASSIGN TO SEPFILE                            00013145
           ORGANIZATION IS INDEXED                                      00013145
           ACCESS MODE IS RANDOM                                        00013145
           RECORD KEY IS SE-ACCTNO                                      00013145
           FILE STATUS IS SE-STAT.                                      00013145
                                                                        00013145
           SELECT REL-FILE ASSIGN TO ACCTREL                            00013145
           ORGANIZATION IS INDEXED                                      00013145
           ACCESS MODE IS RANDOM                                        00013145
           RECORD KEY IS AR-KEY                                         00013145
           FILE STATUS IS AR-STAT.                                      00013145
                                                                        00013145
           SELECT DORM-FILE ASSIGN TO DORMFILE                          00013146
           ORGANIZATION IS SEQUENTIAL                                   00013146
           ACCESS MODE IS SEQUENTIAL                                    00013146
           ORGANIZATION IS SEQUENTIAL                                   00013147
           ACCESS MODE IS SEQUENTIAL                                    00013148
           FILE STATUS IS OD-STAT.                                      00013150
                                                                        00013150
           SELECT NSFFEE-FILE ASSIGN TO NSFFEES                         00013150
           ORGANIZATION IS SEQUENTIAL                                   00013150
           ACCESS MODE IS SEQUENTIAL                                    00013150
           FILE STATUS IS NF-STAT.                                      00013150
                                                                        00013152
           SELECT ODPROT-FILE ASSIGN TO ODPROT                          00013152
           ORGANIZATION IS SEQUENTIAL                                   00013152
           ACCESS MODE IS SEQUENTIAL                                    00013152
           FILE STATUS IS OP-STAT.                                      00013152
                                                                        00013152
           SELECT SWEEP-FILE ASSIGN TO SWEEPLOG                         00013152
           ORGANIZATION IS SEQUENTIAL                                   00013152
           ACCESS MODE IS SEQUENTIAL                                    00013152
           FILE STATUS IS SW-STAT.                                      00013152
                                                                        00013152
           SELECT SUSP-OUT-FILE ASSIGN TO SUSPOUT                       00013154
           ORGANIZATION IS SEQUENTIAL                                   00013163
           ACCESS MODE IS SEQUENTIAL                                    00013172
           FILE STATUS IS SU-STAT.                                      00013181
           SELECT WHSE-IN-FILE ASSIGN TO WHSEIN                         00013181
           ORGANIZATION IS SEQUENTIAL                                   00013181
           ACCESS MODE IS SEQUENTIAL                                    00013181
           FILE STATUS IS WI-STAT.                                      00013181
                                                                        00013181
           SELECT WHSE-CAN-FILE ASSIGN TO WHSECAN                       00013181
           ORGANIZATION IS SEQUENTIAL                                   00013181
           ACCESS MODE IS SEQUENTIAL                                    00013181
           FILE STATUS IS WC-STAT.                                      00013181
                                                                        00013181
           SELECT WHSE-OUT-FILE ASSIGN TO WHSEOUT                       00013181
           ORGANIZATION IS SEQUENTIAL                                   00013181
           ACCESS MODE IS SEQUENTIAL                                    00013181
           FILE STATUS IS WO-STAT.                                      00013181
                                                                        00013181
           SELECT WHSE-LOG-FILE ASSIGN TO WHSELOG                       00013181
           ORGANIZATION IS SEQUENTIAL                                   00013181
           ACCESS MODE IS SEQUENTIAL                                    00013181
           FILE STATUS IS WL-STAT.                                      00013181
                                                                        00013181
           SELECT BACKVAL-FILE ASSIGN TO BACKVAL                        00013181
           ORGANIZATION IS SEQUENTIAL                                   00013181
           ACCESS MODE IS SEQUENTIAL                                    00013181
           FILE STATUS IS BV-STAT.                                      00013181
                                                                        00013190
       DATA DIVISION.                                                   00013200
       FILE SECTION.                                                    00013300
                                  ==SUS-AMOUNT==    BY ==SI-AMOUNT==    00014730
                                  ==SUS-TRANDATE==  BY ==SI-TRANDATE==  00014735
                                  ==SUS-FIRSTDATE== BY ==SI-FIRSTDATE==.00014740
                                                                        00014741
       FD SUSP-CAN-FILE.                                                00014742
       01 SC-TRANREC       PIC X(36).                                   00014743
                                                                        00014745
       FD PTOT-FILE.                                                    00014743
           COPY PTOTREC.                                                00014743
       FD HOLD-FILE.                                                    00014745
           COPY HOLDREC.                                                00014745
                                                                        00014745
       FD SEP-FILE.                                                     00014745
           COPY SEPREC.                                                 00014745
                                                                        00014745
       FD REL-FILE.                                                     00014745
           COPY ACRELREC.                                               00014745
                                                                        00014745
       FD DORM-FILE.                                                    00014746
           COPY DORMREC.                                                00014746
                                                                        00014746
       FD ODLIM-FILE.                                                   00014746
           COPY ODLIMREC.                                               00014747
                                                                        00014747
       FD NSFFEE-FILE.                                                  00014747
           COPY NSFFEREC.                                               00014747
                                                                        00014748
       FD ODPROT-FILE.                                                  00014748
           COPY ODPROREC.                                               00014748
                                                                        00014748
       FD SWEEP-FILE.                                                   00014748
           COPY SWEEPREC.                                               00014748
                                                                        00014748
       FD SUSP-OUT-FILE.                                                00014750
           COPY SUSPREC REPLACING ==SUS-REC==       BY ==SU-REC==       00014755
                                  ==SUS-AMOUNT==    BY ==SU-AMOUNT==    00014780
                                  ==SUS-TRANDATE==  BY ==SU-TRANDATE==  00014785
                                  ==SUS-FIRSTDATE== BY ==SU-FIRSTDATE==.00014790
       FD WHSE-IN-FILE.                                                 00014790
       01 WI-REC           PIC X(60).                                   00014790
                                                                        00014790
       FD WHSE-CAN-FILE.                                                00014790
       01 WC-TRANREC       PIC X(36).                                   00014790
                                                                        00014790
       FD WHSE-OUT-FILE.                                                00014790
       01 WO-REC           PIC X(60).                                   00014790
                                                                        00014790
       FD WHSE-LOG-FILE.                                                00014790
       01 WL-REC           PIC X(60).                                   00014790
                                                                        00014790
       FD BACKVAL-FILE.                                                 00014790
           COPY BVALREC.                                                00014790
                                                                        00014795
       WORKING-STORAGE SECTION.                                         00014800
       01 ML-STAT          PIC X(02) VALUE SPACE.                       00014900
       01 SI-STAT          PIC X(02) VALUE SPACE.                       00015705
       01 OD-STAT          PIC X(02) VALUE SPACE.                       00015706
       01 HO-STAT          PIC X(02) VALUE SPACE.                       00015707
       01 SE-STAT          PIC X(02) VALUE SPACE.                       00015707
       01 LG-STAT          PIC X(02) VALUE SPACE.                       00015708
       01 PT-STAT          PIC X(02) VALUE SPACE.                       00015708
       01 WS-LEDG-COUNT    PIC 9(08) VALUE 0.                           00015709
       01 WS-LEDG-CODE     PIC X(01) VALUE SPACE.                       00015709
       01 WS-LEDG-AMOUNT   PIC 9(09)V99 VALUE 0.                        00015709
       01 WS-LEDG-DATE     PIC X(08) VALUE SPACE.                       00015709
       01 WS-LEDG-JOBID    PIC X(08) VALUE 'TRANPOST'.                  00015709
       01 WS-HOLD-SW       PIC X(01) VALUE 'N'.                         00015710
          88 WS-ACCT-ON-HOLD  VALUE 'Y'.                                00015711
          88 WS-ACCT-NO-HOLD  VALUE 'N'.                                00015712
       01 WS-SEP-SW        PIC X(01) VALUE 'N'.                         00015712
          88 WS-ACCT-SEPARATED VALUE 'Y'.                               00015712
       01 AR-STAT          PIC X(02) VALUE SPACE.                       00015712
       01 WS-PARTY-SW      PIC X(01) VALUE 'N'.                         00015712
          88 WS-PARTY-OK   VALUE 'Y'.                                   00015712
       01 DO-STAT          PIC X(02) VALUE SPACE.                       00015713
       01 WS-DORM-EOF-SW   PIC X(01) VALUE 'N'.                         00015714
          88 WS-DORM-EOF   VALUE 'Y'.                                   00015715
       01 SU-STAT          PIC X(02) VALUE SPACE.                       00015728
       01 WS-SUSP-EOF-SW   PIC X(01) VALUE 'N'.                         00015742
          88 WS-SUSP-EOF   VALUE 'Y'.                                   00015756
       01 SC-STAT          PIC X(02) VALUE SPACE.                       00015757
       01 WS-SCAN-CAN-EOF-SW PIC X(01) VALUE 'N'.                       00015758
          88 WS-SCAN-CAN-EOF VALUE 'Y'.                                 00015759
       01 WS-CAN-FOUND-SW  PIC X(01) VALUE 'N'.                         00015760
          88 WS-CAN-FOUND  VALUE 'Y'.                                   00015761
       01 WS-CAN-CT        PIC 9(04) VALUE 0.                           00015762
       01 WS-CAN-SUB       PIC 9(04) VALUE 0.                           00015763
       01 WS-CAN-COUNT     PIC 9(08) VALUE 0.                           00015764
       01 WS-CAN-TABLE.                                                 00015765
          05 WS-CAN-ENTRY OCCURS 1000 TIMES.                            00015766
             10 WS-CN-TRANREC PIC X(36).                                00015767
             10 WS-CN-USED    PIC X(01).                                00015768
       01 WS-SCAN-EOF-SW   PIC X(01) VALUE 'N'.                         00015770
          88 WS-SCAN-EOF   VALUE 'Y'.                                   00015785
       01 WS-RUN-DATE.                                                  00015800
          88 WS-FEE-DUE    VALUE 'Y'.                                   00017063
       01 WS-FEE-COUNT     PIC 9(08) VALUE 0.                           00017063
       01 WS-FEE-TOTAL     PIC 9(09)V99 VALUE 0.                        00017063
       01 NF-STAT          PIC X(02) VALUE SPACE.                       00017063
       01 WS-NSF-EOF-SW    PIC X(01) VALUE 'N'.                         00017063
          88 WS-NSF-EOF    VALUE 'Y'.                                   00017063
       01 WS-NSF-FOUND-SW  PIC X(01) VALUE 'N'.                         00017063
          88 WS-NSF-FOUND  VALUE 'Y'.                                   00017063
       01 WS-NSF-CT        PIC 9(03) VALUE 0.                           00017063
       01 WS-NSF-SUB       PIC 9(03) VALUE 0.                           00017063
       01 WS-NSF-TABLE.                                                 00017063
          05 WS-NSF-ENTRY OCCURS 200 TIMES.                             00017063
             10 WS-NF-BRANCH  PIC X(04).                                00017063
             10 WS-NF-EFFDATE PIC 9(08).                                00017063
             10 WS-NF-FEE     PIC 9(05)V99.                             00017063
       01 WS-NSF-BRANCH    PIC X(04) VALUE SPACE.                       00017063
       01 WS-NSF-BEST-DATE PIC 9(08) VALUE 0.                           00017063
       01 WS-NSF-FEE       PIC 9(05)V99 VALUE 0.                        00017063
       01 WS-NSF-COUNT     PIC 9(08) VALUE 0.                           00017063
       01 WS-NSF-TOTAL     PIC 9(09)V99 VALUE 0.                        00017063
       01 OP-STAT          PIC X(02) VALUE SPACE.                       00017063
       01 SW-STAT          PIC X(02) VALUE SPACE.                       00017063
       01 WS-OP-EOF-SW     PIC X(01) VALUE 'N'.                         00017063
          88 WS-OP-EOF     VALUE 'Y'.                                   00017063
       01 WS-OP-FOUND-SW   PIC X(01) VALUE 'N'.                         00017063
          88 WS-OP-FOUND   VALUE 'Y'.                                   00017063
       01 WS-OP-CT         PIC 9(04) VALUE 0.                           00017063
       01 WS-OP-SUB        PIC 9(04) VALUE 0.                           00017063
       01 WS-OP-TABLE.                                                  00017063
          05 WS-OP-ENTRY OCCURS 1000 TIMES.                             00017063
             10 WS-OP-ACCTNO    PIC X(10).                              00017063
             10 WS-OP-PROT      PIC X(10).                              00017063
             10 WS-OP-INCREMENT PIC 9(07)V99.                           00017063
             10 WS-OP-FEE       PIC 9(05)V99.                           00017063
       01 WS-PROT-ACCTNO   PIC X(10) VALUE SPACE.                       00017063
       01 WS-PROT-INCR     PIC 9(07)V99 VALUE 0.                        00017063
       01 WS-PROT-FEE      PIC 9(05)V99 VALUE 0.                        00017063
       01 WS-SWEEP-SW      PIC X(01) VALUE 'N'.                         00017063
          88 WS-SWEEP-DUE  VALUE 'Y'.                                   00017063
       01 WS-SWEEP-RESULT  PIC X(01) VALUE SPACE.                       00017063
       01 WS-SHORTFALL     PIC 9(09)V99 VALUE 0.                        00017063
       01 WS-SWEEP-AMT     PIC 9(09)V99 VALUE 0.                        00017063
       01 WS-SWEEP-UNITS   PIC 9(09) VALUE 0.                           00017063
       01 WS-SAVE-ACCTREC  PIC X(71) VALUE SPACE.                       00017063
       01 WS-SAVE-BEFORE   PIC X(71) VALUE SPACE.                       00017063
       01 WS-SAVE-HOLD-SW  PIC X(01) VALUE SPACE.                       00017063
       01 WS-SAVE-DORM-SW  PIC X(01) VALUE SPACE.                       00017063
       01 WS-SAVE-SEP-SW   PIC X(01) VALUE SPACE.                       00017063
       01 WS-SAVE-EMPID    PIC X(06) VALUE SPACE.                       00017063
       01 WS-SWEEP-COUNT   PIC 9(08) VALUE 0.                           00017063
       01 WS-SWEEP-TOTAL   PIC 9(11)V99 VALUE 0.                        00017063
       01 WS-DECLINE-COUNT PIC 9(08) VALUE 0.                           00017063
       01 WS-SWFEE-COUNT   PIC 9(08) VALUE 0.                           00017063
       01 WS-SWFEE-TOTAL   PIC 9(09)V99 VALUE 0.                        00017063
       01 WS-XF-MATE       PIC 9(04) VALUE 0.                           00017062
       01 WS-XF-CUR        PIC 9(04) VALUE 0.                           00017062
       01 WS-XF-WORKREC    PIC X(36) VALUE SPACE.                       00017063
       01 WS-SUSP-NEW-COUNT   PIC 9(08) VALUE 0.                        00017091
       01 WS-SUSP-CARRY-COUNT PIC 9(08) VALUE 0.                        00017094
       01 WS-MATCH-COUNT      PIC 9(08) VALUE 0.                        00017095
       01 WI-STAT          PIC X(02) VALUE SPACE.                       00017095
       01 WC-STAT          PIC X(02) VALUE SPACE.                       00017095
       01 WO-STAT          PIC X(02) VALUE SPACE.                       00017095
       01 WL-STAT          PIC X(02) VALUE SPACE.                       00017095
       01 BV-STAT          PIC X(02) VALUE SPACE.                       00017095
       01 WS-WHSE-EOF-SW   PIC X(01) VALUE 'N'.                         00017095
          88 WS-WHSE-EOF   VALUE 'Y'.                                   00017095
       01 WS-WCAN-EOF-SW   PIC X(01) VALUE 'N'.                         00017095
          88 WS-WCAN-EOF   VALUE 'Y'.                                   00017095
       01 WS-WCAN-FOUND-SW PIC X(01) VALUE 'N'.                         00017095
          88 WS-WCAN-FOUND VALUE 'Y'.                                   00017095
       01 WS-WCAN-CT       PIC 9(04) VALUE 0.                           00017095
       01 WS-WCAN-SUB      PIC 9(04) VALUE 0.                           00017095
       01 WS-WCAN-TABLE.                                                00017095
          05 WS-WCAN-ENTRY OCCURS 1000 TIMES.                           00017095
             10 WS-WC-TRANREC PIC X(36).                                00017095
             10 WS-WC-USED    PIC X(01).                                00017095
       01 WS-REL-CT        PIC 9(04) VALUE 0.                           00017095
       01 WS-REL-SUB       PIC 9(04) VALUE 0.                           00017095
       01 WS-REL-TABLE.                                                 00017095
          05 WS-REL-ENTRY OCCURS 2000 TIMES.                            00017095
             10 WS-RL-TRANREC PIC X(36).                                00017095
       01 WS-FROM-WHSE-SW  PIC X(01) VALUE 'N'.                         00017095
          88 WS-FROM-WHSE  VALUE 'Y'.                                   00017095
       01 WS-FUTURE-SW     PIC X(01) VALUE 'N'.                         00017095
          88 WS-FUTURE     VALUE 'Y'.                                   00017095
       01 WS-VALUE-TEXT    PIC X(08) VALUE SPACE.                       00017095
       01 WS-VALUE-DATE    PIC 9(08) VALUE 0.                           00017095
       01 WS-VALUE-DATE-R REDEFINES WS-VALUE-DATE.                      00017095
          05 WS-VAL-YYYY   PIC 9(04).                                   00017095
          05 WS-VAL-MM     PIC 9(02).                                   00017095
          05 WS-VAL-DD     PIC 9(02).                                   00017095
       01 WS-BV-MONTHS     PIC S9(05) VALUE 0.                          00017095
       01 WS-BV-MAX-IN     PIC X(03) VALUE SPACE.                       00017095
       01 WS-BV-MAX        PIC 9(03) VALUE 12.                          00017095
       01 WS-WHSE-IN-COUNT    PIC 9(08) VALUE 0.                        00017095
       01 WS-WHSE-CAN-COUNT   PIC 9(08) VALUE 0.                        00017095
       01 WS-WHSE-REL-COUNT   PIC 9(08) VALUE 0.                        00017095
       01 WS-WHSE-CARRY-COUNT PIC 9(08) VALUE 0.                        00017095
       01 WS-PARK-COUNT       PIC 9(08) VALUE 0.                        00017095
       01 WS-BV-COUNT         PIC 9(08) VALUE 0.                        00017095
       01 WS-BV-OLD-COUNT     PIC 9(08) VALUE 0.                        00017095
           COPY VALWREC.                                                00017095
       01 WS-BD-OVERRIDE   PIC X(01) VALUE SPACE.                       00017096
           COPY BDPARM.                                                 00017098
       01 WS-POSTED-SW     PIC X(01) VALUE 'N'.                         00017100
              UNTIL WS-SUSP-EOF.                                        00020616
           PERFORM SCAN-TRAN-PARA THROUGH SCAN-TRAN-EXIT                00020624
              UNTIL WS-SCAN-EOF.                                        00020632
           PERFORM LOAD-WHSE-PARA THROUGH LOAD-WHSE-EXIT                00020634
              UNTIL WS-WHSE-EOF.                                        00020636
           PERFORM REWIND-TRAN-PARA THROUGH REWIND-TRAN-EXIT.           00020640
           PERFORM MATCH-OUT-PARA THROUGH MATCH-OUT-EXIT                00020648
              VARYING WS-XF-SUB FROM 1 BY 1                             00020656
           PERFORM PAIR-POST-PARA THROUGH PAIR-POST-EXIT                00020673
              VARYING WS-XF-SUB FROM 1 BY 1                             00020682
              UNTIL WS-XF-SUB > WS-XFER-CT.                             00020691
           PERFORM REL-POST-PARA THROUGH REL-POST-EXIT                  00020692
              VARYING WS-REL-SUB FROM 1 BY 1                            00020693
              UNTIL WS-REL-SUB > WS-REL-CT.                             00020694
           IF WS-XFER-FULL                                              00020695
              PERFORM WHSE-XFER-PARA THROUGH WHSE-XFER-EXIT             00020696
                 VARYING WS-XF-SUB FROM 1 BY 1                          00020697
                 UNTIL WS-XF-SUB > WS-XFER-CT                           00020698
           END-IF.                                                      00020699
           PERFORM READ-TRAN-PARA THROUGH READ-TRAN-EXIT.               00020700
           PERFORM POST-PARA    THROUGH POST-EXIT                       00020800
              UNTIL TR-EOFYES.                                          00020900
                                                                        00021700
       OPEN-PARA.                                                       00021800
           ACCEPT WS-BD-OVERRIDE.                                       00021815
           ACCEPT WS-BV-MAX-IN.                                         00021818
           IF WS-BV-MAX-IN NUMERIC                                      00021821
              MOVE WS-BV-MAX-IN TO WS-BV-MAX                            00021824
           END-IF.                                                      00021827
           MOVE 'TRANPOST' TO BD-PGM.                                   00021830
           MOVE 'S' TO BD-FUNC.                                         00021845
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00021860
              DISPLAY "HOLDS FILE OPEN ERROR, STATUS " HO-STAT          00024003
              GO TO ERROR-EXIT                                          00024003
           END-IF.                                                      00024003
           OPEN INPUT SEP-FILE.                                         00024003
           IF SE-STAT NOT = '00'                                        00024003
              DISPLAY "SEPARATION FILE OPEN ERROR, STATUS " SE-STAT     00024003
              GO TO ERROR-EXIT                                          00024003
           END-IF.                                                      00024003
           OPEN INPUT REL-FILE.                                         00024003
           IF AR-STAT NOT = '00'                                        00024003
              DISPLAY "ACCOUNT RELATIONSHIP FILE OPEN ERROR, STATUS "   00024003
                 AR-STAT                                                00024003
              GO TO ERROR-EXIT                                          00024003
           END-IF.                                                      00024003
           OPEN INPUT DORM-FILE.                                        00024003
           IF DO-STAT NOT = '00'                                        00024003
              DISPLAY "NO DORMANT ACCOUNT FILE, STATUS " DO-STAT        00024003
           END-IF.                                                      00024010
           PERFORM LOAD-ODLIM-PARA THROUGH LOAD-ODLIM-EXIT              00024012
              UNTIL WS-ODLIM-EOF.                                       00024014
           OPEN INPUT NSFFEE-FILE.                                      00024014
           IF NF-STAT NOT = '00'                                        00024014
              DISPLAY "NO RETURNED ITEM FEE FILE, STATUS " NF-STAT      00024014
              SET WS-NSF-EOF TO TRUE                                    00024014
           END-IF.                                                      00024014
           PERFORM LOAD-NSF-PARA THROUGH LOAD-NSF-EXIT                  00024014
              UNTIL WS-NSF-EOF.                                         00024014
           OPEN INPUT ODPROT-FILE.                                      00024014
           IF OP-STAT NOT = '00'                                        00024014
              DISPLAY "NO OVERDRAFT PROTECTION FILE, STATUS " OP-STAT   00024014
              SET WS-OP-EOF TO TRUE                                     00024014
           END-IF.                                                      00024014
           PERFORM LOAD-PROT-PARA THROUGH LOAD-PROT-EXIT                00024014
              UNTIL WS-OP-EOF.                                          00024014
           OPEN OUTPUT SWEEP-FILE.                                      00024014
           IF SW-STAT NOT = '00'                                        00024014
              DISPLAY "SWEEP LOG FILE OPEN ERROR"                       00024014
              GO TO ERROR-EXIT                                          00024014
           END-IF.                                                      00024014
           OPEN INPUT SUSP-CAN-FILE.                                    00024014
           IF SC-STAT NOT = '00'                                        00024014
              DISPLAY "NO SUSPENSE CANCEL FILE, STATUS " SC-STAT        00024014
              SET WS-SCAN-CAN-EOF TO TRUE                               00024014
           END-IF.                                                      00024014
           PERFORM LOAD-CAN-PARA THROUGH LOAD-CAN-EXIT                  00024014
              UNTIL WS-SCAN-CAN-EOF.                                    00024014
           OPEN INPUT SUSP-IN-FILE.                                     00024016
           IF SI-STAT NOT = '00'                                        00024018
              DISPLAY "NO PRIOR SUSPENSE FILE, STATUS " SI-STAT         00024027
              DISPLAY "SUSPENSE OUTPUT FILE OPEN ERROR"                 00024072
              GO TO ERROR-EXIT                                          00024081
           END-IF.                                                      00024090
           OPEN INPUT WHSE-CAN-FILE.                                    00024090
           IF WC-STAT NOT = '00'                                        00024090
              DISPLAY "NO WAREHOUSE CANCEL FILE, STATUS " WC-STAT       00024090
              SET WS-WCAN-EOF TO TRUE                                   00024090
           END-IF.                                                      00024090
           PERFORM LOAD-WCAN-PARA THROUGH LOAD-WCAN-EXIT                00024090
              UNTIL WS-WCAN-EOF.                                        00024090
           OPEN INPUT WHSE-IN-FILE.                                     00024090
           IF WI-STAT NOT = '00'                                        00024090
              DISPLAY "NO PRIOR WAREHOUSE FILE, STATUS " WI-STAT        00024090
              SET WS-WHSE-EOF TO TRUE                                   00024090
           END-IF.                                                      00024090
           OPEN OUTPUT WHSE-OUT-FILE.                                   00024090
           IF WO-STAT NOT = '00'                                        00024090
              DISPLAY "WAREHOUSE OUTPUT FILE OPEN ERROR"                00024090
              GO TO ERROR-EXIT                                          00024090
           END-IF.                                                      00024090
           OPEN OUTPUT WHSE-LOG-FILE.                                   00024090
           IF WL-STAT NOT = '00'                                        00024090
              DISPLAY "WAREHOUSE LOG FILE OPEN ERROR"                   00024090
              GO TO ERROR-EXIT                                          00024090
           END-IF.                                                      00024090
           OPEN EXTEND BACKVAL-FILE.                                    00024090
           IF BV-STAT NOT = '00'                                        00024090
              DISPLAY "BACK VALUE FILE OPEN ERROR"                      00024090
              GO TO ERROR-EXIT                                          00024090
           END-IF.                                                      00024090
           DISPLAY "TRANSACTION POSTING JOURNAL" "          "           00024100
              "RUN DATE: " WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY.       00024200
           DISPLAY SPACE.                                               00024300
       LOAD-ODLIM-EXIT.                                                 00025600
           EXIT.                                                        00025600
                                                                        00025600
       LOAD-NSF-PARA.                                                   00025600
           READ NSFFEE-FILE                                             00025600
              AT END                                                    00025600
                 SET WS-NSF-EOF TO TRUE                                 00025600
              NOT AT END                                                00025600
                 IF WS-NSF-CT < 200                                     00025600
                    ADD 1 TO WS-NSF-CT                                  00025600
                    MOVE NF-BRANCH  TO WS-NF-BRANCH(WS-NSF-CT)          00025600
                    MOVE NF-EFFDATE TO WS-NF-EFFDATE(WS-NSF-CT)         00025600
                    MOVE NF-FEE     TO WS-NF-FEE(WS-NSF-CT)             00025600
                 ELSE                                                   00025600
                    DISPLAY "RETURNED ITEM FEE TABLE FULL - BRANCH "    00025600
                       NF-BRANCH " IGNORED"                             00025600
                 END-IF                                                 00025600
           END-READ.                                                    00025600
       LOAD-NSF-EXIT.                                                   00025600
           EXIT.                                                        00025600
                                                                        00025600
       LOAD-PROT-PARA.                                                  00025600
           READ ODPROT-FILE                                             00025600
              AT END                                                    00025600
                 SET WS-OP-EOF TO TRUE                                  00025600
              NOT AT END                                                00025600
                 IF WS-OP-CT < 1000                                     00025600
                    ADD 1 TO WS-OP-CT                                   00025600
                    MOVE OP-ACCTNO      TO WS-OP-ACCTNO(WS-OP-CT)       00025600
                    MOVE OP-PROT-ACCTNO TO WS-OP-PROT(WS-OP-CT)         00025600
                    MOVE OP-INCREMENT   TO WS-OP-INCREMENT(WS-OP-CT)    00025600
                    MOVE OP-FEE         TO WS-OP-FEE(WS-OP-CT)          00025600
                 ELSE                                                   00025600
                    DISPLAY "OVERDRAFT PROTECTION TABLE FULL - ACCOUNT "00025600
                       OP-ACCTNO " IGNORED"                             00025600
                 END-IF                                                 00025600
           END-READ.                                                    00025600
       LOAD-PROT-EXIT.                                                  00025600
           EXIT.                                                        00025600
                                                                        00025600
       LOAD-SUSP-PARA.                                                  00025601
           READ SUSP-IN-FILE                                            00025602
              AT END                                                    00025603
                 SET WS-SUSP-EOF TO TRUE                                00025604
              NOT AT END                                                00025605
                 ADD 1 TO WS-SUSP-IN-COUNT                              00025606
                 PERFORM CAN-CHECK-PARA THROUGH CAN-CHECK-EXIT          00025606
                 IF WS-CAN-FOUND                                        00025606
                    DISPLAY "CANCELLED FROM SUSPENSE - ACCOUNT "        00025606
                       SI-ACCTNO " " SI-TRANCODE " " SI-TRANDATE        00025606
                    ADD 1 TO WS-CAN-COUNT                               00025606
                 ELSE                                                   00025606
                    MOVE SI-TRANREC TO WS-XF-WORKREC                    00025607
                    MOVE SI-FIRSTDATE TO WS-AGE-FIRST                   00025608
                    MOVE 'S' TO WS-XF-WORKSRC                           00025609
                    PERFORM XFER-ADD-PARA THROUGH XFER-ADD-EXIT         00025610
                 END-IF                                                 00025606
           END-READ.                                                    00025611
       LOAD-SUSP-EXIT.                                                  00025612
           EXIT.                                                        00025613
                                                                        00025613
       LOAD-CAN-PARA.                                                   00025613
           READ SUSP-CAN-FILE                                           00025613
              AT END                                                    00025613
                 SET WS-SCAN-CAN-EOF TO TRUE                            00025613
              NOT AT END                                                00025613
                 IF WS-CAN-CT < 1000                                    00025613
                    ADD 1 TO WS-CAN-CT                                  00025613
                    MOVE SC-TRANREC TO WS-CN-TRANREC(WS-CAN-CT)         00025613
                    MOVE 'N' TO WS-CN-USED(WS-CAN-CT)                   00025613
                 ELSE                                                   00025613
                    DISPLAY "SUSPENSE CANCEL TABLE FULL - ITEM "        00025613
                       SC-TRANREC " IGNORED"                            00025613
                 END-IF                                                 00025613
           END-READ.                                                    00025613
       LOAD-CAN-EXIT.                                                   00025613
           EXIT.                                                        00025613
                                                                        00025613
       CAN-CHECK-PARA.                                                  00025613
           MOVE 'N' TO WS-CAN-FOUND-SW.                                 00025613
           PERFORM CAN-MATCH-PARA THROUGH CAN-MATCH-EXIT                00025613
              VARYING WS-CAN-SUB FROM 1 BY 1                            00025613
              UNTIL WS-CAN-SUB > WS-CAN-CT OR WS-CAN-FOUND.             00025613
       CAN-CHECK-EXIT.                                                  00025613
           EXIT.                                                        00025613
                                                                        00025613
       CAN-MATCH-PARA.                                                  00025613
           IF WS-CN-USED(WS-CAN-SUB) = 'N'                              00025613
              AND WS-CN-TRANREC(WS-CAN-SUB) = SI-TRANREC                00025613
              MOVE 'Y' TO WS-CN-USED(WS-CAN-SUB)                        00025613
              SET WS-CAN-FOUND TO TRUE                                  00025613
           END-IF.                                                      00025613
       CAN-MATCH-EXIT.                                                  00025613
           EXIT.                                                        00025613
                                                                        00025614
       SCAN-TRAN-PARA.                                                  00025615
                 SET WS-SCAN-EOF TO TRUE                                00025618
              NOT AT END                                                00025619
                 IF TR-XFER-IN OR TR-XFER-OUT                           00025620
                    MOVE TR-TRANDATE TO WS-VALUE-TEXT                   00025620
                    PERFORM FUTURE-CHECK-PARA THROUGH FUTURE-CHECK-EXIT 00025620
                    IF NOT WS-FUTURE                                    00025620
                       MOVE TR-TRANREC TO WS-XF-WORKREC                 00025620
                       MOVE WS-POST-DATE TO WS-AGE-FIRST                00025620
                       MOVE 'T' TO WS-XF-WORKSRC                        00025620
                       PERFORM XFER-ADD-PARA THROUGH XFER-ADD-EXIT      00025620
                    END-IF                                              00025620
                 END-IF                                                 00025625
           END-READ.                                                    00025626
       SCAN-TRAN-EXIT.                                                  00025627
           EXIT.                                                        00025628
                                                                        00025628
       LOAD-WCAN-PARA.                                                  00025628
           READ WHSE-CAN-FILE                                           00025628
              AT END                                                    00025628
                 SET WS-WCAN-EOF TO TRUE                                00025628
              NOT AT END                                                00025628
                 IF WS-WCAN-CT < 1000                                   00025628
                    ADD 1 TO WS-WCAN-CT                                 00025628
                    MOVE WC-TRANREC TO WS-WC-TRANREC(WS-WCAN-CT)        00025628
                    MOVE 'N' TO WS-WC-USED(WS-WCAN-CT)                  00025628
                 ELSE                                                   00025628
                    DISPLAY "WAREHOUSE CANCEL TABLE FULL - ITEM "       00025628
                       WC-TRANREC " IGNORED"                            00025628
                 END-IF                                                 00025628
           END-READ.                                                    00025628
       LOAD-WCAN-EXIT.                                                  00025628
           EXIT.                                                        00025628
                                                                        00025628
       LOAD-WHSE-PARA.                                                  00025628
           READ WHSE-IN-FILE INTO VW-REC                                00025628
              AT END                                                    00025628
                 SET WS-WHSE-EOF TO TRUE                                00025628
              NOT AT END                                                00025628
                 ADD 1 TO WS-WHSE-IN-COUNT                              00025628
                 PERFORM WHSE-ITEM-PARA THROUGH WHSE-ITEM-EXIT          00025628
           END-READ.                                                    00025628
       LOAD-WHSE-EXIT.                                                  00025628
           EXIT.                                                        00025628
                                                                        00025628
       WHSE-ITEM-PARA.                                                  00025628
           MOVE WS-POST-DATE TO VW-BUSDATE.                             00025628
           MOVE 'N' TO WS-WCAN-FOUND-SW.                                00025628
           PERFORM WCAN-MATCH-PARA THROUGH WCAN-MATCH-EXIT              00025628
              VARYING WS-WCAN-SUB FROM 1 BY 1                           00025628
              UNTIL WS-WCAN-SUB > WS-WCAN-CT OR WS-WCAN-FOUND.          00025628
           IF WS-WCAN-FOUND                                             00025628
              SET VW-CANCELLED TO TRUE                                  00025628
              WRITE WL-REC FROM VW-REC                                  00025628
              ADD 1 TO WS-WHSE-CAN-COUNT                                00025628
              DISPLAY "CANCELLED FROM WAREHOUSE - ACCOUNT "             00025628
                 VW-ACCTNO " " VW-TRANCODE " " VW-TRANDATE              00025628
              GO TO WHSE-ITEM-EXIT                                      00025628
           END-IF.                                                      00025628
           MOVE VW-TRANDATE TO WS-VALUE-TEXT.                           00025628
           PERFORM FUTURE-CHECK-PARA THROUGH FUTURE-CHECK-EXIT.         00025628
           IF WS-FUTURE                                                 00025628
              PERFORM WHSE-CARRY-PARA THROUGH WHSE-CARRY-EXIT           00025628
              GO TO WHSE-ITEM-EXIT                                      00025628
           END-IF.                                                      00025628
           IF VW-TRANCODE = 'C' OR VW-TRANCODE = 'X'                    00025628
              MOVE VW-TRANREC TO WS-XF-WORKREC                          00025628
              MOVE WS-POST-DATE TO WS-AGE-FIRST                         00025628
              MOVE 'W' TO WS-XF-WORKSRC                                 00025628
              PERFORM XFER-ADD-PARA THROUGH XFER-ADD-EXIT               00025628
              IF NOT WS-XFER-FULL                                       00025628
                 PERFORM WHSE-REL-PARA THROUGH WHSE-REL-EXIT            00025628
                 GO TO WHSE-ITEM-EXIT                                   00025628
              END-IF                                                    00025628
           END-IF.                                                      00025628
           IF WS-REL-CT < 2000                                          00025628
              ADD 1 TO WS-REL-CT                                        00025628
              MOVE VW-TRANREC TO WS-RL-TRANREC(WS-REL-CT)               00025628
              PERFORM WHSE-REL-PARA THROUGH WHSE-REL-EXIT               00025628
           ELSE                                                         00025628
              DISPLAY "WAREHOUSE RELEASE TABLE FULL - ACCOUNT "         00025628
                 VW-ACCTNO " " VW-TRANCODE " " VW-TRANDATE              00025628
                 " CARRIED"                                             00025628
              PERFORM WHSE-CARRY-PARA THROUGH WHSE-CARRY-EXIT           00025628
           END-IF.                                                      00025628
       WHSE-ITEM-EXIT.                                                  00025628
           EXIT.                                                        00025628
                                                                        00025628
       WCAN-MATCH-PARA.                                                 00025628
           IF WS-WC-USED(WS-WCAN-SUB) = 'N'                             00025628
              AND WS-WC-TRANREC(WS-WCAN-SUB) = VW-TRANREC               00025628
              MOVE 'Y' TO WS-WC-USED(WS-WCAN-SUB)                       00025628
              SET WS-WCAN-FOUND TO TRUE                                 00025628
           END-IF.                                                      00025628
       WCAN-MATCH-EXIT.                                                 00025628
           EXIT.                                                        00025628
                                                                        00025628
       WHSE-REL-PARA.                                                   00025628
           SET VW-RELEASED TO TRUE.                                     00025628
           WRITE WL-REC FROM VW-REC.                                    00025628
           ADD 1 TO WS-WHSE-REL-COUNT.                                  00025628
       WHSE-REL-EXIT.                                                   00025628
           EXIT.                                                        00025628
                                                                        00025628
       WHSE-CARRY-PARA.                                                 00025628
           SET VW-WAITING TO TRUE.                                      00025628
           WRITE WO-REC FROM VW-REC.                                    00025628
           WRITE WL-REC FROM VW-REC.                                    00025628
           ADD 1 TO WS-WHSE-CARRY-COUNT.                                00025628
       WHSE-CARRY-EXIT.                                                 00025628
           EXIT.                                                        00025628
                                                                        00025628
       FUTURE-CHECK-PARA.                                               00025628
           MOVE 'N' TO WS-FUTURE-SW.                                    00025628
           IF WS-VALUE-TEXT NUMERIC                                     00025628
              MOVE WS-VALUE-TEXT TO WS-VALUE-DATE                       00025628
              IF WS-VALUE-DATE > WS-POST-DATE                           00025628
                 SET WS-FUTURE TO TRUE                                  00025628
              END-IF                                                    00025628
           END-IF.                                                      00025628
       FUTURE-CHECK-EXIT.                                               00025628
           EXIT.                                                        00025628
                                                                        00025629
       XFER-ADD-PARA.                                                   00025630
                 MOVE 'R' TO WS-XF-DISP(WS-XF-CUR)                      00025697
           END-EVALUATE.                                                00025697
           MOVE 'N' TO WS-FROM-SUSP-SW.                                 00025697
           MOVE 'N' TO WS-FROM-WHSE-SW.                                 00025697
       PAIR-APPLY-EXIT.                                                 00025697
           EXIT.                                                        00025697
                                                                        00025697
              PERFORM SUSPEND-PARA THROUGH SUSPEND-EXIT                 00025697
           END-IF.                                                      00025697
           MOVE 'N' TO WS-FROM-SUSP-SW.                                 00025697
           MOVE 'N' TO WS-FROM-WHSE-SW.                                 00025697
       LONE-LEG-EXIT.                                                   00025697
           EXIT.                                                        00025697
                                                                        00025697
           ELSE                                                         00025697
              MOVE 'N' TO WS-FROM-SUSP-SW                               00025697
           END-IF.                                                      00025697
           IF WS-XF-SOURCE(WS-XF-CUR) = 'W'                             00025697
              SET WS-FROM-WHSE TO TRUE                                  00025697
           ELSE                                                         00025697
              MOVE 'N' TO WS-FROM-WHSE-SW                               00025697
           END-IF.                                                      00025697
           IF TR-ACCTNO NOT = WS-CURR-ACCT                              00025697
              PERFORM ACCT-END-PARA   THROUGH ACCT-END-EXIT             00025697
              PERFORM ACCT-START-PARA THROUGH ACCT-START-EXIT           00025697
       LEG-LOAD-EXIT.                                                   00025697
           EXIT.                                                        00025697
                                                                        00025698
       REL-POST-PARA.                                                   00025698
           MOVE WS-RL-TRANREC(WS-REL-SUB) TO TR-TRANREC.                00025698
           SET WS-FROM-WHSE TO TRUE.                                    00025698
           PERFORM POST-ONE-PARA THROUGH POST-ONE-EXIT.                 00025698
           MOVE 'N' TO WS-FROM-WHSE-SW.                                 00025698
       REL-POST-EXIT.                                                   00025698
           EXIT.                                                        00025698
                                                                        00025698
       WHSE-XFER-PARA.                                                  00025698
           IF WS-XF-SOURCE(WS-XF-SUB) = 'W'                             00025698
              MOVE WS-XF-TRANREC(WS-XF-SUB) TO TR-TRANREC               00025698
              SET WS-FROM-WHSE TO TRUE                                  00025698
              PERFORM POST-ONE-PARA THROUGH POST-ONE-EXIT               00025698
              MOVE 'N' TO WS-FROM-WHSE-SW                               00025698
           END-IF.                                                      00025698
       WHSE-XFER-EXIT.                                                  00025698
           EXIT.                                                        00025698
                                                                        00025699
       POST-PARA.                                                       00025700
           PERFORM POST-ONE-PARA THROUGH POST-ONE-EXIT.                 00026250
           PERFORM READ-TRAN-PARA THROUGH READ-TRAN-EXIT.               00026800
           EXIT.                                                        00027000
                                                                        00025799
       POST-ONE-PARA.                                                   00025834
           MOVE TR-TRANDATE TO WS-VALUE-TEXT.                           00025839
           PERFORM FUTURE-CHECK-PARA THROUGH FUTURE-CHECK-EXIT.         00025844
           IF WS-FUTURE                                                 00025849
              PERFORM PARK-PARA THROUGH PARK-EXIT                       00025854
              GO TO POST-ONE-EXIT                                       00025859
           END-IF.                                                      00025864
           IF (TR-XFER-IN OR TR-XFER-OUT) AND NOT WS-XFER-FULL          00025869
              GO TO POST-ONE-EXIT                                       00025904
           END-IF.                                                      00025939
           END-IF.                                                      00026324
       POST-ONE-EXIT.                                                   00026360
           EXIT.                                                        00026396
                                                                        00026397
       PARK-PARA.                                                       00026398
           MOVE SPACE TO VW-REC.                                        00026400
           MOVE TR-TRANREC TO VW-TRANREC.                               00026402
           MOVE WS-POST-DATE TO VW-PARKDATE.                            00026404
           MOVE WS-POST-DATE TO VW-BUSDATE.                             00026406
           SET VW-WAITING TO TRUE.                                      00026408
           WRITE WO-REC FROM VW-REC.                                    00026410
           SET VW-PARKED TO TRUE.                                       00026412
           WRITE WL-REC FROM VW-REC.                                    00026414
           ADD 1 TO WS-PARK-COUNT.                                      00026416
           DISPLAY "PARKED TO VALUE DATE " TR-TRANDATE                  00026418
              " - ACCOUNT " TR-ACCTNO " " TR-TRANCODE.                  00026420
       PARK-EXIT.                                                       00026422
           EXIT.                                                        00026424
                                                                        00026432
                                                                        00026450
       SUSPEND-PARA.                                                    00026468
                 PERFORM ODLIM-LOOKUP-PARA THROUGH ODLIM-LOOKUP-EXIT    00028533
                 PERFORM HOLD-CHECK-PARA THROUGH HOLD-CHECK-EXIT        00028555
                 PERFORM DORM-CHECK-PARA THROUGH DORM-CHECK-EXIT        00028577
                 PERFORM SEP-CHECK-PARA THROUGH SEP-CHECK-EXIT          00028588
                 DISPLAY WS-JRN-OPEN-LINE                               00028600
           END-READ.                                                    00028700
       ACCT-START-EXIT.                                                 00028800
       HOLD-CHECK-EXIT.                                                 00029004
           EXIT.                                                        00029004
                                                                        00029004
       SEP-CHECK-PARA.                                                  00029004
           MOVE 'N' TO WS-SEP-SW.                                       00029004
           MOVE AC-ACCTNO TO SE-ACCTNO.                                 00029004
           READ SEP-FILE                                                00029004
              INVALID KEY                                               00029004
                 CONTINUE                                               00029004
              NOT INVALID KEY                                           00029004
                 IF SE-ACTIVE                                           00029004
                    SET WS-ACCT-SEPARATED TO TRUE                       00029004
                 END-IF                                                 00029004
           END-READ.                                                    00029004
       SEP-CHECK-EXIT.                                                  00029004
           EXIT.                                                        00029004
                                                                        00029004
       PARTY-CHECK-PARA.                                                00029004
           MOVE 'N' TO WS-PARTY-SW.                                     00029004
           MOVE AC-ACCTNO TO AR-ACCTNO.                                 00029004
           MOVE TR-EMPID TO AR-EMPID.                                   00029004
           READ REL-FILE                                                00029004
              INVALID KEY                                               00029004
                 CONTINUE                                               00029004
              NOT INVALID KEY                                           00029004
                 IF AR-EFF-DATE NOT > WS-POST-DATE                      00029004
                    AND (AR-END-DATE = 0                                00029004
                         OR AR-END-DATE NOT < WS-POST-DATE)             00029004
                    SET WS-PARTY-OK TO TRUE                             00029004
                 END-IF                                                 00029004
           END-READ.                                                    00029004
       PARTY-CHECK-EXIT.                                                00029004
           EXIT.                                                        00029004
                                                                        00029004
       DORM-CHECK-PARA.                                                 00029005
           SET WS-ACCT-ACTIVE TO TRUE.                                  00029006
           MOVE 'N' TO WS-DORM-FOUND-SW.                                00029007
       EDIT-TRAN-PARA.                                                  00031400
           SET WS-TRAN-OK TO TRUE.                                      00031500
           MOVE SPACE TO WS-TRAN-REASON.                                00031600
           MOVE 'N' TO WS-SWEEP-SW.                                     00031633
           MOVE SPACE TO WS-SWEEP-RESULT.                               00031666
           IF WS-ACCT-NONE                                              00031700
              SET WS-TRAN-BAD TO TRUE                                   00031800
              MOVE '01' TO WS-TRAN-REASON                               00031900
           END-IF.                                                      00032000
           IF WS-TRAN-OK AND TR-EMPID NOT = AC-EMPID                    00032100
              PERFORM PARTY-CHECK-PARA THROUGH PARTY-CHECK-EXIT         00032150
              IF NOT WS-PARTY-OK                                        00032200
                 SET WS-TRAN-BAD TO TRUE                                00032250
                 MOVE '02' TO WS-TRAN-REASON                            00032300
              END-IF                                                    00032350
           END-IF.                                                      00032400
           IF WS-TRAN-OK AND                                            00032500
              NOT TR-CREDIT AND NOT TR-DEBIT                            00032600
              SET WS-TRAN-BAD TO TRUE                                   00033766
              MOVE '08' TO WS-TRAN-REASON                               00033777
           END-IF.                                                      00033788
           IF WS-TRAN-OK AND TR-DEBIT AND WS-ACCT-SEPARATED             00033790
              SET WS-TRAN-BAD TO TRUE                                   00033792
              MOVE '09' TO WS-TRAN-REASON                               00033794
           END-IF.                                                      00033796
           IF WS-TRAN-OK AND TR-DEBIT                                   00033800
              COMPUTE WS-AVAIL-BAL = AC-BALANCE + WS-ACCT-LIMIT         00033850
              IF TR-AMOUNT > WS-AVAIL-BAL                               00033900
                 PERFORM SWEEP-CHECK-PARA THROUGH SWEEP-CHECK-EXIT      00033941
                 IF NOT WS-SWEEP-DUE                                    00033982
                    SET WS-TRAN-BAD TO TRUE                             00034023
                    MOVE '05' TO WS-TRAN-REASON                         00034064
                 END-IF                                                 00034105
              END-IF                                                    00034150
           END-IF.                                                      00034200
       EDIT-TRAN-EXIT.                                                  00034300
           EXIT.                                                        00034400
                                                                        00034401
       SWEEP-CHECK-PARA.                                                00034402
           MOVE 'N' TO WS-OP-FOUND-SW.                                  00034403
           PERFORM PROT-SCAN-PARA THROUGH PROT-SCAN-EXIT                00034404
              VARYING WS-OP-SUB FROM 1 BY 1                             00034405
              UNTIL WS-OP-SUB > WS-OP-CT OR WS-OP-FOUND.                00034406
           IF NOT WS-OP-FOUND                                           00034407
              GO TO SWEEP-CHECK-EXIT                                    00034408
           END-IF.                                                      00034409
           COMPUTE WS-SHORTFALL = TR-AMOUNT - WS-AVAIL-BAL.             00034410
           MOVE WS-SHORTFALL TO WS-SWEEP-AMT.                           00034411
           IF WS-PROT-INCR > 0                                          00034412
              DIVIDE WS-PROT-INCR INTO WS-SHORTFALL                     00034413
                 GIVING WS-SWEEP-UNITS                                  00034414
              IF WS-SWEEP-UNITS * WS-PROT-INCR < WS-SHORTFALL           00034415
                 ADD 1 TO WS-SWEEP-UNITS                                00034416
              END-IF                                                    00034417
              COMPUTE WS-SWEEP-AMT = WS-SWEEP-UNITS * WS-PROT-INCR      00034418
           END-IF.                                                      00034419
           IF WS-PROT-ACCTNO = AC-ACCTNO                                00034420
              MOVE 'M' TO WS-SWEEP-RESULT                               00034421
              GO TO SWEEP-CHECK-EXIT                                    00034422
           END-IF.                                                      00034423
           MOVE AC-ACCTREC TO WS-SAVE-ACCTREC.                          00034424
           MOVE AC-EMPID TO WS-SAVE-EMPID.                              00034425
           MOVE WS-HOLD-SW TO WS-SAVE-HOLD-SW.                          00034426
           MOVE WS-DORM-SW TO WS-SAVE-DORM-SW.                          00034427
           MOVE WS-SEP-SW TO WS-SAVE-SEP-SW.                            00034427
           MOVE WS-PROT-ACCTNO TO AC-ACCTNO.                            00034428
           READ ML-INFILE                                               00034429
              INVALID KEY                                               00034430
                 MOVE 'M' TO WS-SWEEP-RESULT                            00034431
           END-READ.                                                    00034432
           IF WS-SWEEP-RESULT = SPACE                                   00034433
              PERFORM HOLD-CHECK-PARA THROUGH HOLD-CHECK-EXIT           00034434
              PERFORM DORM-CHECK-PARA THROUGH DORM-CHECK-EXIT           00034435
              PERFORM SEP-CHECK-PARA THROUGH SEP-CHECK-EXIT             00034435
              EVALUATE TRUE                                             00034436
                 WHEN AC-EMPID NOT = WS-SAVE-EMPID                      00034437
                    MOVE 'M' TO WS-SWEEP-RESULT                         00034438
                 WHEN AC-BALANCE NOT NUMERIC                            00034439
                    MOVE 'M' TO WS-SWEEP-RESULT                         00034440
                 WHEN WS-ACCT-SEPARATED                                 00034440
                    MOVE 'M' TO WS-SWEEP-RESULT                         00034440
                 WHEN WS-ACCT-ON-HOLD                                   00034441
                    MOVE 'H' TO WS-SWEEP-RESULT                         00034442
                 WHEN WS-ACCT-DORMANT                                   00034443
                    MOVE 'D' TO WS-SWEEP-RESULT                         00034444
                 WHEN AC-BALANCE < WS-SHORTFALL                         00034445
                    MOVE 'N' TO WS-SWEEP-RESULT                         00034446
                 WHEN OTHER                                             00034447
                    IF AC-BALANCE < WS-SWEEP-AMT                        00034448
                       MOVE WS-SHORTFALL TO WS-SWEEP-AMT                00034449
                    END-IF                                              00034450
                    SET WS-SWEEP-DUE TO TRUE                            00034451
              END-EVALUATE                                              00034452
           END-IF.                                                      00034453
           MOVE WS-SAVE-ACCTREC TO AC-ACCTREC.                          00034454
           MOVE WS-SAVE-HOLD-SW TO WS-HOLD-SW.                          00034455
           MOVE WS-SAVE-DORM-SW TO WS-DORM-SW.                          00034456
           MOVE WS-SAVE-SEP-SW TO WS-SEP-SW.                            00034456
       SWEEP-CHECK-EXIT.                                                00034457
           EXIT.                                                        00034458
                                                                        00034459
       PROT-SCAN-PARA.                                                  00034460
           IF WS-OP-ACCTNO(WS-OP-SUB) = AC-ACCTNO                       00034461
              SET WS-OP-FOUND TO TRUE                                   00034462
              MOVE WS-OP-PROT(WS-OP-SUB)      TO WS-PROT-ACCTNO         00034463
              MOVE WS-OP-INCREMENT(WS-OP-SUB) TO WS-PROT-INCR           00034464
              MOVE WS-OP-FEE(WS-OP-SUB)       TO WS-PROT-FEE            00034465
           END-IF.                                                      00034466
       PROT-SCAN-EXIT.                                                  00034467
           EXIT.                                                        00034468
                                                                        00034500
       APPLY-PARA.                                                      00034600
           MOVE 'N' TO WS-FEE-SW.                                       00034650
                 PERFORM DORM-DROP-PARA THROUGH DORM-DROP-EXIT          00034900
              END-IF                                                    00034950
           ELSE                                                         00035000
              IF WS-SWEEP-DUE                                           00035012
                 PERFORM SWEEP-PARA THROUGH SWEEP-EXIT                  00035024
              END-IF                                                    00035036
              MOVE AC-BALANCE TO WS-PREV-BAL                            00035050
              SUBTRACT TR-AMOUNT FROM AC-BALANCE                        00035100
              ADD TR-AMOUNT TO WS-DEBIT-TOTAL                           00035200
              IF AC-BALANCE < 0 AND WS-PREV-BAL >= 0                    00035220
                 AND WS-ACCT-FEE > 0                                    00035240
                 AND NOT WS-SWEEP-DUE                                   00035250
                 SET WS-FEE-DUE TO TRUE                                 00035260
              END-IF                                                    00035280
           END-IF.                                                      00035300
                 MOVE 'TRANSFER OUT' TO JT-DESC                         00036400
           END-EVALUATE.                                                00036500
           MOVE TR-AMOUNT TO JT-AMOUNT.                                 00036600
           EVALUATE TRUE                                                00036622
              WHEN WS-FROM-SUSP                                         00036644
                 MOVE 'FROM SUSPENSE         ' TO JT-NOTE               00036666
              WHEN WS-FROM-WHSE                                         00036688
                 MOVE 'VALUE DATE RELEASE    ' TO JT-NOTE               00036710
              WHEN OTHER                                                00036732
                 MOVE SPACE TO JT-NOTE                                  00036754
           END-EVALUATE.                                                00036776
           DISPLAY WS-JRN-TRAN-LINE.                                    00036800
           PERFORM BACKVAL-PARA THROUGH BACKVAL-EXIT.                   00036810
           IF WS-FEE-DUE                                                00036820
              PERFORM ODFEE-PARA THROUGH ODFEE-EXIT                     00036840
           END-IF.                                                      00036860
           IF WS-SWEEP-DUE AND WS-PROT-FEE > 0                          00036868
              PERFORM SWFEE-PARA THROUGH SWFEE-EXIT                     00036876
           END-IF.                                                      00036884
           MOVE 'N' TO WS-SWEEP-SW.                                     00036892
       APPLY-EXIT.                                                      00036900
           EXIT.                                                        00037000
                                                                        00037001
       BACKVAL-PARA.                                                    00037002
           IF TR-TRANDATE NOT NUMERIC                                   00037004
              GO TO BACKVAL-EXIT                                        00037006
           END-IF.                                                      00037008
           MOVE TR-TRANDATE TO WS-VALUE-DATE.                           00037010
           IF WS-VAL-MM < 1 OR WS-VAL-MM > 12                           00037012
              GO TO BACKVAL-EXIT                                        00037014
           END-IF.                                                      00037016
           COMPUTE WS-BV-MONTHS =                                       00037018
              (WS-POST-YYYY * 12 + WS-POST-MM)                          00037020
              - (WS-VAL-YYYY * 12 + WS-VAL-MM).                         00037022
           IF WS-BV-MONTHS NOT > 0                                      00037024
              GO TO BACKVAL-EXIT                                        00037026
           END-IF.                                                      00037028
           MOVE 'BACK VALUED ' TO JT-DESC.                              00037030
           MOVE TR-AMOUNT TO JT-AMOUNT.                                 00037032
           IF WS-BV-MONTHS > WS-BV-MAX                                  00037034
              ADD 1 TO WS-BV-OLD-COUNT                                  00037036
              MOVE 'NOT ADJUSTED - TOO OLD' TO JT-NOTE                  00037038
              DISPLAY WS-JRN-TRAN-LINE                                  00037040
              GO TO BACKVAL-EXIT                                        00037042
           END-IF.                                                      00037044
           MOVE SPACE TO BV-REC.                                        00037046
           MOVE AC-ACCTNO TO BV-ACCTNO.                                 00037048
           MOVE AC-EMPID TO BV-EMPID.                                   00037050
           MOVE TR-TRANCODE TO BV-TRANCODE.                             00037052
           MOVE TR-AMOUNT TO BV-AMOUNT.                                 00037054
           MOVE WS-VALUE-DATE TO BV-VALUE-DATE.                         00037056
           MOVE WS-POST-DATE TO BV-POST-DATE.                           00037058
           MOVE WS-BV-MONTHS TO BV-MONTHS.                              00037060
           WRITE BV-REC.                                                00037062
           ADD 1 TO WS-BV-COUNT.                                        00037064
           MOVE 'INT ADJ AT MONTH-END  ' TO JT-NOTE.                    00037066
           DISPLAY WS-JRN-TRAN-LINE.                                    00037068
       BACKVAL-EXIT.                                                    00037070
           EXIT.                                                        00037072
                                                                        00037100
       ODFEE-PARA.                                                      00037107
           SUBTRACT WS-ACCT-FEE FROM AC-BALANCE.                        00037114
           MOVE 'OVERDRAFT LINE USED   ' TO JT-NOTE.                    00037163
           DISPLAY WS-JRN-TRAN-LINE.                                    00037170
       ODFEE-EXIT.                                                      00037177
           EXIT.                                                        00037184
                                                                        00037184
       SWEEP-PARA.                                                      00037184
           MOVE AC-ACCTREC TO WS-SAVE-ACCTREC.                          00037184
           MOVE WS-BEFORE-IMAGE TO WS-SAVE-BEFORE.                      00037184
           MOVE WS-PROT-ACCTNO TO AC-ACCTNO.                            00037184
           READ ML-INFILE                                               00037184
              INVALID KEY                                               00037184
                 DISPLAY "PROTECTING ACCOUNT READ ERROR, ACCOUNT "      00037184
                    WS-PROT-ACCTNO " STATUS " ML-STAT                   00037184
                 GO TO ERROR-EXIT                                       00037184
           END-READ.                                                    00037184
           MOVE SPACE TO WS-BEFORE-IMAGE.                               00037184
           MOVE AC-ACCTREC TO WS-BEFORE-IMAGE.                          00037184
           SUBTRACT WS-SWEEP-AMT FROM AC-BALANCE.                       00037184
           MOVE WS-POST-DATE TO AC-LASTACT.                             00037184
           REWRITE AC-ACCTREC                                           00037184
              INVALID KEY                                               00037184
                 DISPLAY "MASTER REWRITE ERROR, ACCOUNT "               00037184
                    AC-ACCTNO                                           00037184
                    " STATUS " ML-STAT                                  00037184
                 GO TO ERROR-EXIT                                       00037184
           END-REWRITE.                                                 00037184
           ADD 1 TO WS-ACCT-COUNT.                                      00037184
           PERFORM HIST-PARA THROUGH HIST-EXIT.                         00037184
           ADD WS-SWEEP-AMT TO WS-DEBIT-TOTAL.                          00037184
           MOVE 'ODSWEEP' TO WS-LEDG-JOBID.                             00037184
           MOVE 'X' TO WS-LEDG-CODE.                                    00037184
           MOVE WS-SWEEP-AMT TO WS-LEDG-AMOUNT.                         00037184
           MOVE WS-POST-DATE TO WS-LEDG-DATE.                           00037184
           PERFORM LEDGER-PARA THROUGH LEDGER-EXIT.                     00037184
           MOVE 'SWEEP OUT   ' TO JT-DESC.                              00037184
           MOVE WS-SWEEP-AMT TO JT-AMOUNT.                              00037184
           MOVE SPACE TO JT-NOTE.                                       00037184
           STRING 'FROM ' DELIMITED BY SIZE                             00037184
                  AC-ACCTNO DELIMITED BY SIZE                           00037184
              INTO JT-NOTE.                                             00037184
           DISPLAY WS-JRN-TRAN-LINE.                                    00037184
           MOVE WS-SAVE-ACCTREC TO AC-ACCTREC.                          00037184
           MOVE WS-SAVE-BEFORE TO WS-BEFORE-IMAGE.                      00037184
           ADD WS-SWEEP-AMT TO AC-BALANCE.                              00037184
           ADD WS-SWEEP-AMT TO WS-CREDIT-TOTAL.                         00037184
           MOVE 'C' TO WS-LEDG-CODE.                                    00037184
           PERFORM LEDGER-PARA THROUGH LEDGER-EXIT.                     00037184
           MOVE 'TRANPOST' TO WS-LEDG-JOBID.                            00037184
           MOVE 'SWEEP IN    ' TO JT-DESC.                              00037184
           MOVE 'OVERDRAFT PROTECTION  ' TO JT-NOTE.                    00037184
           DISPLAY WS-JRN-TRAN-LINE.                                    00037184
           ADD 1 TO WS-SWEEP-COUNT.                                     00037184
           ADD WS-SWEEP-AMT TO WS-SWEEP-TOTAL.                          00037184
           MOVE 'S' TO WS-SWEEP-RESULT.                                 00037184
           PERFORM SWEEP-LOG-PARA THROUGH SWEEP-LOG-EXIT.               00037184
       SWEEP-EXIT.                                                      00037184
           EXIT.                                                        00037184
                                                                        00037184
       SWFEE-PARA.                                                      00037184
           SUBTRACT WS-PROT-FEE FROM AC-BALANCE.                        00037184
           ADD WS-PROT-FEE TO WS-DEBIT-TOTAL.                           00037184
           ADD WS-PROT-FEE TO WS-SWFEE-TOTAL.                           00037184
           ADD 1 TO WS-SWFEE-COUNT.                                     00037184
           MOVE 'S' TO WS-LEDG-CODE.                                    00037184
           MOVE WS-PROT-FEE TO WS-LEDG-AMOUNT.                          00037184
           MOVE WS-POST-DATE TO WS-LEDG-DATE.                           00037184
           PERFORM LEDGER-PARA THROUGH LEDGER-EXIT.                     00037184
           MOVE 'SWEEP FEE   ' TO JT-DESC.                              00037184
           MOVE WS-PROT-FEE TO JT-AMOUNT.                               00037184
           MOVE 'OVERDRAFT PROTECTION  ' TO JT-NOTE.                    00037184
           DISPLAY WS-JRN-TRAN-LINE.                                    00037184
       SWFEE-EXIT.                                                      00037184
           EXIT.                                                        00037184
                                                                        00037184
       SWEEP-LOG-PARA.                                                  00037184
           MOVE SPACE TO SW-SWEEPREC.                                   00037184
           MOVE WS-POST-DATE TO SW-POST-DATE.                           00037184
           MOVE AC-ACCTNO TO SW-ACCTNO.                                 00037184
           MOVE AC-EMPID TO SW-EMPID.                                   00037184
           MOVE AC-BRANCH TO SW-BRANCH.                                 00037184
           MOVE WS-PROT-ACCTNO TO SW-PROT-ACCTNO.                       00037184
           MOVE TR-TRANCODE TO SW-TRANCODE.                             00037184
           MOVE TR-AMOUNT TO SW-TRAN-AMOUNT.                            00037184
           MOVE WS-SHORTFALL TO SW-SHORTFALL.                           00037184
           MOVE WS-SWEEP-RESULT TO SW-RESULT.                           00037184
           IF SW-SWEPT                                                  00037184
              MOVE WS-SWEEP-AMT TO SW-SWEEP-AMOUNT                      00037184
              MOVE WS-PROT-FEE TO SW-FEE                                00037184
           ELSE                                                         00037184
              MOVE 0 TO SW-SWEEP-AMOUNT                                 00037184
              MOVE 0 TO SW-FEE                                          00037184
              ADD 1 TO WS-DECLINE-COUNT                                 00037184
           END-IF.                                                      00037184
           WRITE SW-SWEEPREC.                                           00037184
       SWEEP-LOG-EXIT.                                                  00037184
           EXIT.                                                        00037184
                                                                        00037184
       NSFFEE-PARA.                                                     00037184
           MOVE 0 TO WS-NSF-FEE.                                        00037184
           MOVE 'N' TO WS-NSF-FOUND-SW.                                 00037184
           MOVE AC-BRANCH TO WS-NSF-BRANCH.                             00037184
           PERFORM NSF-SCAN-PARA THROUGH NSF-SCAN-EXIT                  00037184
              VARYING WS-NSF-SUB FROM 1 BY 1                            00037184
              UNTIL WS-NSF-SUB > WS-NSF-CT.                             00037184
           IF NOT WS-NSF-FOUND                                          00037184
              MOVE '****' TO WS-NSF-BRANCH                              00037184
              PERFORM NSF-SCAN-PARA THROUGH NSF-SCAN-EXIT               00037184
                 VARYING WS-NSF-SUB FROM 1 BY 1                         00037184
                 UNTIL WS-NSF-SUB > WS-NSF-CT                           00037184
           END-IF.                                                      00037184
           IF WS-NSF-FEE = 0                                            00037184
              GO TO NSFFEE-EXIT                                         00037184
           END-IF.                                                      00037184
           SUBTRACT WS-NSF-FEE FROM AC-BALANCE.                         00037184
           ADD WS-NSF-FEE TO WS-DEBIT-TOTAL.                            00037184
           ADD WS-NSF-FEE TO WS-NSF-TOTAL.                              00037184
           ADD 1 TO WS-NSF-COUNT.                                       00037184
           MOVE 'R' TO WS-LEDG-CODE.                                    00037184
           MOVE WS-NSF-FEE TO WS-LEDG-AMOUNT.                           00037184
           MOVE WS-POST-DATE TO WS-LEDG-DATE.                           00037184
           PERFORM LEDGER-PARA THROUGH LEDGER-EXIT.                     00037184
           SET WS-ACCT-POSTED TO TRUE.                                  00037184
           MOVE 'RETURN FEE  ' TO JT-DESC.                              00037184
           MOVE WS-NSF-FEE TO JT-AMOUNT.                                00037184
           MOVE 'ITEM RETURNED UNPAID  ' TO JT-NOTE.                    00037184
           DISPLAY WS-JRN-TRAN-LINE.                                    00037184
       NSFFEE-EXIT.                                                     00037184
           EXIT.                                                        00037184
                                                                        00037184
       NSF-SCAN-PARA.                                                   00037184
           IF WS-NF-BRANCH(WS-NSF-SUB) = WS-NSF-BRANCH                  00037184
              AND WS-NF-EFFDATE(WS-NSF-SUB) <= WS-POST-DATE             00037184
              IF NOT WS-NSF-FOUND                                       00037184
                 OR WS-NF-EFFDATE(WS-NSF-SUB) > WS-NSF-BEST-DATE        00037184
                 SET WS-NSF-FOUND TO TRUE                               00037184
                 MOVE WS-NF-EFFDATE(WS-NSF-SUB) TO WS-NSF-BEST-DATE     00037184
                 MOVE WS-NF-FEE(WS-NSF-SUB) TO WS-NSF-FEE               00037184
              END-IF                                                    00037184
           END-IF.                                                      00037184
       NSF-SCAN-EXIT.                                                   00037184
           EXIT.                                                        00037184
                                                                        00037192
       LEDGER-PARA.                                                     00037193
           STRING WS-HIS-DATE DELIMITED BY SIZE                         00037199
                  WS-HIS-TIME(1:6) DELIMITED BY SIZE                    00037199
              INTO LG-TIMESTAMP.                                        00037199
           MOVE WS-LEDG-JOBID TO LG-JOBID.                              00037199
           WRITE LG-LEDGREC.                                            00037199
           ADD 1 TO WS-LEDG-COUNT.                                      00037199
       LEDGER-EXIT.                                                     00037199
                  WS-TRAN-REASON DELIMITED BY SIZE                      00038500
              INTO JT-NOTE.                                             00038600
           DISPLAY WS-JRN-TRAN-LINE.                                    00038700
           IF WS-TRAN-REASON = '05' AND WS-SWEEP-RESULT NOT = SPACE     00038701
              PERFORM SWEEP-LOG-PARA THROUGH SWEEP-LOG-EXIT             00038702
              MOVE 'NO SWEEP    ' TO JT-DESC                            00038703
              MOVE WS-SHORTFALL TO JT-AMOUNT                            00038704
              MOVE SPACE TO JT-NOTE                                     00038705
              STRING 'PROTECTOR ' DELIMITED BY SIZE                     00038706
                     WS-PROT-ACCTNO DELIMITED BY SIZE                   00038707
                     ' ' DELIMITED BY SIZE                              00038708
                     WS-SWEEP-RESULT DELIMITED BY SIZE                  00038709
                 INTO JT-NOTE                                           00038710
              DISPLAY WS-JRN-TRAN-LINE                                  00038711
           END-IF.                                                      00038712
           IF WS-TRAN-REASON = '05' AND WS-ACCT-HELD                    00038725
              PERFORM NSFFEE-PARA THROUGH NSFFEE-EXIT                   00038750
           END-IF.                                                      00038775
       TRNREJ-EXIT.                                                     00038800
           EXIT.                                                        00038900
                                                                        00039000
           DISPLAY "TOTAL DEBITS APPLIED:  " WS-DEBIT-TOTAL.            00041400
           DISPLAY "TRANSFER PAIRS MATCHED:" WS-MATCH-COUNT.            00041416
           DISPLAY "SUSPENSE BROUGHT FWD:  " WS-SUSP-IN-COUNT.          00041432
           DISPLAY "SUSPENSE CANCELLED:    " WS-CAN-COUNT.              00041440
           DISPLAY "SUSPENSE LEGS POSTED:  " WS-SUSP-POST-COUNT.        00041449
           DISPLAY "NEW SUSPENSE ITEMS:    " WS-SUSP-NEW-COUNT.         00041466
           DISPLAY "SUSPENSE CARRIED FWD:  " WS-SUSP-CARRY-COUNT.       00041474
           DISPLAY "WAREHOUSE BROUGHT FWD: " WS-WHSE-IN-COUNT.          00041475
           DISPLAY "WAREHOUSE CANCELLED:   " WS-WHSE-CAN-COUNT.         00041476
           DISPLAY "WAREHOUSE RELEASED:    " WS-WHSE-REL-COUNT.         00041477
           DISPLAY "WAREHOUSE CARRIED FWD: " WS-WHSE-CARRY-COUNT.       00041478
           DISPLAY "NEW ITEMS PARKED:      " WS-PARK-COUNT.             00041479
           DISPLAY "BACK VALUED ITEMS:     " WS-BV-COUNT.               00041480
           DISPLAY "BACK VALUED NOT ADJ:   " WS-BV-OLD-COUNT.           00041481
           DISPLAY "OVERDRAFT FEES CHARGED:" WS-FEE-COUNT.              00041482
           DISPLAY "OVERDRAFT FEE TOTAL:   " WS-FEE-TOTAL.              00041488
           DISPLAY "RETURN FEES CHARGED:   " WS-NSF-COUNT.              00041488
           DISPLAY "RETURN FEE TOTAL:      " WS-NSF-TOTAL.              00041488
           DISPLAY "SWEEPS POSTED:         " WS-SWEEP-COUNT.            00041488
           DISPLAY "SWEEP AMOUNT TOTAL:    " WS-SWEEP-TOTAL.            00041488
           DISPLAY "SWEEPS DECLINED:       " WS-DECLINE-COUNT.          00041488
           DISPLAY "SWEEP FEES CHARGED:    " WS-SWFEE-COUNT.            00041488
           DISPLAY "SWEEP FEE TOTAL:       " WS-SWFEE-TOTAL.            00041488
           DISPLAY "LEDGER RECORDS WRITTEN:" WS-LEDG-COUNT.             00041489
           MOVE WS-POST-DATE TO PT-POST-DATE.                           00041490
           MOVE WS-CREDIT-TOTAL TO PT-CREDITS.                          00041492
           IF SI-STAT = '00' OR SI-STAT = '10'                          00042220
              CLOSE SUSP-IN-FILE                                        00042240
           END-IF.                                                      00042260
           IF SC-STAT = '00' OR SC-STAT = '10'                          00042261
              CLOSE SUSP-CAN-FILE                                       00042262
           END-IF.                                                      00042263
           CLOSE SUSP-OUT-FILE.                                         00042265
           CLOSE HOLD-FILE.                                             00042266
           CLOSE SEP-FILE.                                              00042266
           CLOSE REL-FILE.                                              00042266
           IF DO-STAT = '00' OR DO-STAT = '10'                          00042267
              CLOSE DORM-FILE                                           00042268
           END-IF.                                                      00042269
           IF OD-STAT = '00' OR OD-STAT = '10'                          00042276
              CLOSE ODLIM-FILE                                          00042284
           END-IF.                                                      00042292
           IF NF-STAT = '00' OR NF-STAT = '10'                          00042294
              CLOSE NSFFEE-FILE                                         00042296
           END-IF.                                                      00042298
           IF OP-STAT = '00' OR OP-STAT = '10'                          00042298
              CLOSE ODPROT-FILE                                         00042298
           END-IF.                                                      00042298
           CLOSE SWEEP-FILE.                                            00042298
           IF WI-STAT = '00' OR WI-STAT = '10'                          00042298
              CLOSE WHSE-IN-FILE                                        00042298
           END-IF.                                                      00042298
           IF WC-STAT = '00' OR WC-STAT = '10'                          00042298
              CLOSE WHSE-CAN-FILE                                       00042298
           END-IF.                                                      00042298
           CLOSE WHSE-OUT-FILE.                                         00042298
           CLOSE WHSE-LOG-FILE.                                         00042298
           CLOSE BACKVAL-FILE.                                          00042298
       CLOSE-EXIT.                                                      00042300
           EXIT.                                                        00042400
