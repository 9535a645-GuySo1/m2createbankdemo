       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TAXINT.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT HISTIN-FILE ASSIGN TO HISTIN                          00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS HI-STAT.                                      00011000
                                                                        00011100
           SELECT ADJ-FILE ASSIGN TO TAXADJ                             00011200
           ORGANIZATION IS SEQUENTIAL                                   00011300
           ACCESS MODE IS SEQUENTIAL                                    00011400
           FILE STATUS IS TA-STAT.                                      00011500
                                                                        00011600
           SELECT EMP-FILE ASSIGN TO EMPFILE                            00011700
           ORGANIZATION IS INDEXED                                      00011800
           ACCESS MODE IS RANDOM                                        00011900
           RECORD KEY IS IN-EMPID                                       00012000
           FILE STATUS IS EM-STAT.                                      00012100
                                                                        00012200
           SELECT FILED-FILE ASSIGN TO TAXFILED                         00012300
           ORGANIZATION IS INDEXED                                      00012400
           ACCESS MODE IS DYNAMIC                                       00012500
           RECORD KEY IS TF-KEY                                         00012600
           FILE STATUS IS TF-STAT.                                      00012700
                                                                        00012800
           SELECT TAX-FILE ASSIGN TO TAXEXT                             00012900
           ORGANIZATION IS SEQUENTIAL                                   00013000
           ACCESS MODE IS SEQUENTIAL                                    00013100
           FILE STATUS IS TX-STAT.                                      00013200
                                                                        00013300
           SELECT SORT-WORK ASSIGN TO SRTWORK.                          00013400
                                                                        00013500
           SELECT LIST-WORK ASSIGN TO SRTWORK2.                         00013600
                                                                        00013700
           SELECT TAXLIST-FILE ASSIGN TO SRTOUT                         00013800
           ORGANIZATION IS SEQUENTIAL                                   00013900
           ACCESS MODE IS SEQUENTIAL                                    00014000
           FILE STATUS IS TL-STAT.                                      00014100
                                                                        00014200
       DATA DIVISION.                                                   00014300
       FILE SECTION.                                                    00014400
       FD HISTIN-FILE.                                                  00014500
           COPY HISTREC REPLACING ==HIS-REC==       BY ==HIN-REC==      00014600
                                  ==HIS-EMPID==     BY ==HIN-EMPID==    00014700
                                  ==HIS-JOBID==     BY ==HIN-JOBID==    00014800
                                  ==HIS-TIMESTAMP== BY ==HIN-TIMESTAMP==00014900
                                  ==HIS-FUNC==      BY ==HIN-FUNC==     00015000
                                  ==HIS-INSERT==    BY ==HIN-INSERT==   00015100
                                  ==HIS-UPDATE==    BY ==HIN-UPDATE==   00015200
                                  ==HIS-DELETE==    BY ==HIN-DELETE==   00015300
                                  ==HIS-POSTING==   BY ==HIN-POSTING==  00015400
                                  ==HIS-INTEREST==  BY ==HIN-INTEREST== 00015500
                                  ==HIS-BACKOUT==   BY ==HIN-BACKOUT==  00015600
                                  ==HIS-SVCCHG==    BY ==HIN-SVCCHG==   00015650
                                  ==HIS-DEBITINT==  BY ==HIN-DEBITINT== 00015666
                                  ==HIS-CHGOFF==    BY ==HIN-CHGOFF==   00015682
                                  ==HIS-FINALINT==  BY ==HIN-FINALINT== 00015688
                                  ==HIS-PAYOUT==    BY ==HIN-PAYOUT==   00015694
                                  ==HIS-BEFORE==    BY ==HIN-BEFORE==   00015700
                                  ==HIS-AFTER==     BY ==HIN-AFTER==    00015800
                                  ==HIS-ACCTNO==    BY ==HIN-ACCTNO==.  00015900
                                                                        00016000
       FD ADJ-FILE.                                                     00016100
       01 TA-ADJREC.                                                    00016200
          05 TA-TAXYEAR       PIC 9(04).                                00016300
          05 TA-EMPID         PIC X(06).                                00016400
          05 TA-ACCTNO        PIC X(10).                                00016500
          05 TA-DIRECTION     PIC X(01).                                00016600
             88 TA-INCREASE   VALUE '+'.                                00016700
             88 TA-DECREASE   VALUE '-'.                                00016800
          05 TA-AMOUNT        PIC 9(07)V99.                             00016900
          05 TA-REASON        PIC X(20).                                00017000
                                                                        00017100
       FD EMP-FILE.                                                     00017200
           COPY EMPREC.                                                 00017300
                                                                        00017400
       FD FILED-FILE.                                                   00017500
           COPY TAXFLREC.                                               00017600
                                                                        00017700
       FD TAX-FILE.                                                     00017800
           COPY TAXREC.                                                 00017900
                                                                        00018000
       SD SORT-WORK.                                                    00018100
       01 SR-REC.                                                       00018200
          05 SR-EMPID         PIC X(06).                                00018300
          05 SR-ACCTNO        PIC X(10).                                00018400
          05 SR-SOURCE        PIC X(01).                                00018500
          05 SR-AMOUNT        PIC S9(09)V99.                            00018600
                                                                        00018700
       SD LIST-WORK.                                                    00018800
       01 LW-REC.                                                       00018900
          05 LW-TAXYEAR       PIC 9(04).                                00019000
          05 LW-FORM-TYPE     PIC X(01).                                00019100
          05 LW-EMPID         PIC X(06).                                00019200
          05 FILLER           PIC X(24).                                00019300
          05 LW-BRANCH        PIC X(04).                                00019400
          05 FILLER           PIC X(33).                                00019500
                                                                        00019600
       FD TAXLIST-FILE.                                                 00019700
           COPY TAXREC REPLACING                                        00019800
                  ==TX-FORMREC==      BY ==TL-FORMREC==                 00019900
                  ==TX-TAXYEAR==      BY ==TL-TAXYEAR==                 00020000
                  ==TX-FORM-TYPE==    BY ==TL-FORM-TYPE==               00020100
                  ==TX-EMPID==        BY ==TL-EMPID==                   00020200
                  ==TX-FIRSTNAME==    BY ==TL-FIRSTNAME==               00020300
                  ==TX-LASTNAME==     BY ==TL-LASTNAME==                00020400
                  ==TX-BRANCH==       BY ==TL-BRANCH==                  00020500
                  ==TX-ACCT-COUNT==   BY ==TL-ACCT-COUNT==              00020600
                  ==TX-INTEREST==     BY ==TL-INTEREST==                00020700
                  ==TX-PRIOR-AMOUNT== BY ==TL-PRIOR-AMOUNT==            00020800
                  ==TX-RUN-DATE==     BY ==TL-RUN-DATE==.               00020900
                                                                        00021000
       WORKING-STORAGE SECTION.                                         00021100
       01 HI-STAT             PIC X(02) VALUE SPACE.                    00021200
       01 TA-STAT             PIC X(02) VALUE SPACE.                    00021300
       01 EM-STAT             PIC X(02) VALUE SPACE.                    00021400
       01 TF-STAT             PIC X(02) VALUE SPACE.                    00021500
       01 TX-STAT             PIC X(02) VALUE SPACE.                    00021600
       01 TL-STAT             PIC X(02) VALUE SPACE.                    00021700
       01 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.                      00021800
          88 WS-HIST-EOF      VALUE 'Y'.                                00021900
       01 WS-ADJ-EOF-SW       PIC X(01) VALUE 'N'.                      00022000
          88 WS-ADJ-EOF       VALUE 'Y'.                                00022100
       01 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.                      00022200
          88 WS-SORT-EOF      VALUE 'Y'.                                00022300
       01 WS-FILED-EOF-SW     PIC X(01) VALUE 'N'.                      00022400
          88 WS-FILED-EOF     VALUE 'Y'.                                00022500
       01 WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.                      00022600
          88 WS-LIST-EOF      VALUE 'Y'.                                00022700
       01 WS-FILED-SW         PIC X(01) VALUE 'N'.                      00022800
          88 WS-FILED-FOUND   VALUE 'Y'.                                00022900
       01 WS-FIRST-REC-SW     PIC X(01) VALUE 'Y'.                      00023000
          88 WS-FIRST-REC     VALUE 'Y'.                                00023100
       01 WS-RUN-TYPE         PIC X(01) VALUE 'O'.                      00023200
          88 WS-ORIGINAL-RUN  VALUE 'O'.                                00023300
          88 WS-CORRECTED-RUN VALUE 'C'.                                00023400
       01 WS-TAX-YEAR-IN      PIC X(04) VALUE SPACE.                    00023500
       01 WS-MIN-IN           PIC X(05) VALUE SPACE.                    00023600
       01 WS-TAX-YEAR         PIC 9(04) VALUE 0.                        00023700
       01 WS-MINIMUM          PIC 9(05) VALUE 10.                       00023800
       01 WS-RUN-DATE         PIC 9(08) VALUE 0.                        00023900
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00024000
          05 WS-RUN-YYYY      PIC 9(04).                                00024100
          05 WS-RUN-MMDD      PIC 9(04).                                00024200
       01 WS-RUN-TIME         PIC 9(08) VALUE 0.                        00024300
       01 WS-RUN-STAMP        PIC X(14) VALUE SPACE.                    00024400
       01 WS-IMG-BEFORE.                                                00024500
          05 FILLER           PIC X(20).                                00024600
          05 WS-IB-BALANCE    PIC S9(09)V99.                            00024700
          05 FILLER           PIC X(40).                                00024800
       01 WS-IMG-AFTER.                                                 00024900
          05 FILLER           PIC X(20).                                00025000
          05 WS-IA-BALANCE    PIC S9(09)V99.                            00025100
          05 FILLER           PIC X(40).                                00025200
       01 WS-CURR-EMPID       PIC X(06) VALUE SPACE.                    00025300
       01 WS-LAST-ACCTNO      PIC X(10) VALUE SPACE.                    00025400
       01 WS-EMP-TOTAL        PIC S9(09)V99 VALUE 0.                    00025500
       01 WS-EMP-ACCTS        PIC 9(03) VALUE 0.                        00025600
       01 WS-CURR-BRANCH      PIC X(04) VALUE SPACE.                    00025700
       01 WS-BR-COUNT         PIC 9(06) VALUE 0.                        00025800
       01 WS-BR-TOTAL         PIC 9(11)V99 VALUE 0.                     00025900
       01 WS-READ-COUNT       PIC 9(08) VALUE 0.                        00026000
       01 WS-IMAGE-COUNT      PIC 9(08) VALUE 0.                        00026100
       01 WS-ADJ-COUNT        PIC 9(08) VALUE 0.                        00026200
       01 WS-ADJ-REJECT       PIC 9(08) VALUE 0.                        00026300
       01 WS-EMP-COUNT        PIC 9(08) VALUE 0.                        00026400
       01 WS-FORM-COUNT       PIC 9(08) VALUE 0.                        00026500
       01 WS-CORR-COUNT       PIC 9(08) VALUE 0.                        00026600
       01 WS-UNDER-COUNT      PIC 9(08) VALUE 0.                        00026700
       01 WS-SAME-COUNT       PIC 9(08) VALUE 0.                        00026800
       01 WS-FORM-TOTAL       PIC 9(11)V99 VALUE 0.                     00026900
       01 WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                   00027000
       01 WS-DETAIL-LINE.                                               00027100
          05 FILLER           PIC X(02) VALUE SPACE.                    00027200
          05 DL-EMPID         PIC X(06).                                00027300
          05 FILLER           PIC X(02) VALUE SPACE.                    00027400
          05 DL-LASTNAME      PIC X(12).                                00027500
          05 FILLER           PIC X(01) VALUE SPACE.                    00027600
          05 DL-FIRSTNAME     PIC X(12).                                00027700
          05 FILLER           PIC X(02) VALUE SPACE.                    00027800
          05 DL-ACCTS         PIC ZZ9.                                  00027900
          05 FILLER           PIC X(02) VALUE SPACE.                    00028000
          05 DL-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.                       00028100
          05 FILLER           PIC X(02) VALUE SPACE.                    00028200
          05 DL-TYPE          PIC X(09).                                00028300
          05 FILLER           PIC X(02) VALUE SPACE.                    00028400
          05 DL-PRIOR         PIC ZZZ,ZZZ,ZZ9.99.                       00028500
       01 WS-BRANCH-LINE.                                               00028600
          05 FILLER           PIC X(09) VALUE '  BRANCH '.              00028700
          05 BL-BRANCH        PIC X(04).                                00028800
          05 FILLER           PIC X(10) VALUE '  FORMS: '.              00028900
          05 BL-COUNT         PIC ZZZ,ZZ9.                              00029000
          05 FILLER           PIC X(13) VALUE '  INTEREST: '.           00029100
          05 BL-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                   00029200
       PROCEDURE DIVISION.                                              00029300
       MAIN-PARA.                                                       00029400
           PERFORM OPEN-PARA THROUGH OPEN-EXIT.                         00029500
           SORT SORT-WORK                                               00029600
              ON ASCENDING KEY SR-EMPID SR-ACCTNO                       00029700
              INPUT PROCEDURE IS SELECT-PARA THROUGH SELECT-EXIT        00029800
              OUTPUT PROCEDURE IS TOTAL-PARA THROUGH TOTAL-EXIT.        00029900
           IF WS-CORRECTED-RUN                                          00030000
              PERFORM SWEEP-PARA THROUGH SWEEP-EXIT                     00030100
           END-IF.                                                      00030200
           CLOSE TAX-FILE.                                              00030300
           PERFORM LIST-PARA THROUGH LIST-EXIT.                         00030400
           PERFORM SUMMARY-PARA THROUGH SUMMARY-EXIT.                   00030500
           PERFORM CLOSE-PARA THROUGH CLOSE-EXIT.                       00030600
           STOP RUN.                                                    00030700
       ERROR-EXIT.                                                      00030800
           MOVE 16 TO RETURN-CODE.                                      00030900
           STOP RUN.                                                    00031000
                                                                        00031100
       OPEN-PARA.                                                       00031200
           ACCEPT WS-TAX-YEAR-IN.                                       00031300
           ACCEPT WS-RUN-TYPE.                                          00031400
           ACCEPT WS-MIN-IN.                                            00031500
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00031600
           ACCEPT WS-RUN-TIME FROM TIME.                                00031700
           STRING WS-RUN-DATE DELIMITED BY SIZE                         00031800
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE                    00031900
              INTO WS-RUN-STAMP.                                        00032000
           IF WS-TAX-YEAR-IN NUMERIC                                    00032100
              MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR                        00032200
           ELSE                                                         00032300
              COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1                     00032400
           END-IF.                                                      00032500
           IF WS-RUN-TYPE = SPACE                                       00032600
              MOVE 'O' TO WS-RUN-TYPE                                   00032700
           END-IF.                                                      00032800
           IF NOT WS-ORIGINAL-RUN AND NOT WS-CORRECTED-RUN              00032900
              DISPLAY "RUN TYPE MUST BE O (ORIGINAL) OR C (CORRECTED)"  00033000
              GO TO ERROR-EXIT                                          00033100
           END-IF.                                                      00033200
           IF WS-MIN-IN NUMERIC                                         00033300
              MOVE WS-MIN-IN TO WS-MINIMUM                              00033400
           END-IF.                                                      00033500
           OPEN I-O FILED-FILE.                                         00033600
           IF TF-STAT NOT = '00'                                        00033700
              DISPLAY "1099 FILED FORMS FILE OPEN ERROR, STATUS "       00033800
                 TF-STAT                                                00033900
              GO TO ERROR-EXIT                                          00034000
           END-IF.                                                      00034100
           MOVE WS-TAX-YEAR TO TF-TAXYEAR.                              00034200
           MOVE LOW-VALUE TO TF-EMPID.                                  00034300
           MOVE 'N' TO WS-FILED-SW.                                     00034400
           START FILED-FILE KEY IS NOT LESS THAN TF-KEY                 00034500
              INVALID KEY                                               00034600
                 CONTINUE                                               00034700
              NOT INVALID KEY                                           00034800
                 READ FILED-FILE NEXT RECORD                            00034900
                    AT END                                              00035000
                       CONTINUE                                         00035100
                    NOT AT END                                          00035200
                       IF TF-TAXYEAR = WS-TAX-YEAR                      00035300
                          SET WS-FILED-FOUND TO TRUE                    00035400
                       END-IF                                           00035500
                 END-READ                                               00035600
           END-START.                                                   00035700
           IF WS-ORIGINAL-RUN AND WS-FILED-FOUND                        00035800
              DISPLAY "ORIGINAL 1099-INT RUN ALREADY MADE FOR TAX YEAR "00035900
                 WS-TAX-YEAR " - USE A CORRECTED RUN"                   00036000
              MOVE 8 TO RETURN-CODE                                     00036100
              STOP RUN                                                  00036200
           END-IF.                                                      00036300
           IF WS-CORRECTED-RUN AND NOT WS-FILED-FOUND                   00036400
              DISPLAY "NO ORIGINAL 1099-INT RUN ON FILE FOR TAX YEAR "  00036500
                 WS-TAX-YEAR " - CORRECTED RUN NOT ALLOWED"             00036600
              MOVE 8 TO RETURN-CODE                                     00036700
              STOP RUN                                                  00036800
           END-IF.                                                      00036900
           OPEN INPUT EMP-FILE.                                         00037000
           IF EM-STAT NOT = '00'                                        00037100
              DISPLAY "EMPLOYEE MASTER OPEN ERROR, STATUS " EM-STAT     00037200
              GO TO ERROR-EXIT                                          00037300
           END-IF.                                                      00037400
           OPEN OUTPUT TAX-FILE.                                        00037500
           IF TX-STAT NOT = '00'                                        00037600
              DISPLAY "1099-INT EXTRACT OPEN ERROR"                     00037700
              GO TO ERROR-EXIT                                          00037800
           END-IF.                                                      00037900
           IF WS-ORIGINAL-RUN                                           00038000
              DISPLAY "1099-INT ORIGINAL RUN - TAX YEAR " WS-TAX-YEAR   00038100
                 " - REPORTING MINIMUM " WS-MINIMUM                     00038200
           ELSE                                                         00038300
              DISPLAY "1099-INT CORRECTED RUN - TAX YEAR " WS-TAX-YEAR  00038400
                 " - REPORTING MINIMUM " WS-MINIMUM                     00038500
           END-IF.                                                      00038600
           DISPLAY SPACE.                                               00038700
       OPEN-EXIT.                                                       00038800
           EXIT.                                                        00038900
                                                                        00039000
       SELECT-PARA.                                                     00039100
           OPEN INPUT HISTIN-FILE.                                      00039200
           IF HI-STAT NOT = '00'                                        00039300
              DISPLAY "HISTORY FILE OPEN ERROR"                         00039400
              GO TO ERROR-EXIT                                          00039500
           END-IF.                                                      00039600
           PERFORM READ-HIST-PARA THROUGH READ-HIST-EXIT                00039700
              UNTIL WS-HIST-EOF.                                        00039800
           CLOSE HISTIN-FILE.                                           00039900
           OPEN INPUT ADJ-FILE.                                         00040000
           IF TA-STAT NOT = '00'                                        00040100
              DISPLAY "NO INTEREST RESTATEMENT FILE, STATUS " TA-STAT   00040200
              SET WS-ADJ-EOF TO TRUE                                    00040300
           END-IF.                                                      00040400
           PERFORM READ-ADJ-PARA THROUGH READ-ADJ-EXIT                  00040500
              UNTIL WS-ADJ-EOF.                                         00040600
           IF TA-STAT = '00' OR TA-STAT = '10'                          00040700
              CLOSE ADJ-FILE                                            00040800
           END-IF.                                                      00040900
       SELECT-EXIT.                                                     00041000
           EXIT.                                                        00041100
                                                                        00041200
       READ-HIST-PARA.                                                  00041300
           READ HISTIN-FILE                                             00041400
              AT END                                                    00041500
                 SET WS-HIST-EOF TO TRUE                                00041600
                 GO TO READ-HIST-EXIT                                   00041700
           END-READ.                                                    00041800
           ADD 1 TO WS-READ-COUNT.                                      00041900
           IF (HIN-INTEREST OR HIN-FINALINT)                            00042000
              AND HIN-TIMESTAMP(1:4) = WS-TAX-YEAR                      00042100
              MOVE HIN-BEFORE TO WS-IMG-BEFORE                          00042200
              MOVE HIN-AFTER TO WS-IMG-AFTER                            00042300
              IF WS-IB-BALANCE NUMERIC AND WS-IA-BALANCE NUMERIC        00042400
                 MOVE HIN-EMPID TO SR-EMPID                             00042500
                 MOVE HIN-ACCTNO TO SR-ACCTNO                           00042600
                 MOVE 'N' TO SR-SOURCE                                  00042700
                 COMPUTE SR-AMOUNT = WS-IA-BALANCE - WS-IB-BALANCE      00042800
                 RELEASE SR-REC                                         00042900
                 ADD 1 TO WS-IMAGE-COUNT                                00043000
              END-IF                                                    00043100
           END-IF.                                                      00043200
       READ-HIST-EXIT.                                                  00043300
           EXIT.                                                        00043400
                                                                        00043500
       READ-ADJ-PARA.                                                   00043600
           READ ADJ-FILE                                                00043700
              AT END                                                    00043800
                 SET WS-ADJ-EOF TO TRUE                                 00043900
                 GO TO READ-ADJ-EXIT                                    00044000
           END-READ.                                                    00044100
           IF TA-TAXYEAR NOT = WS-TAX-YEAR                              00044200
              GO TO READ-ADJ-EXIT                                       00044300
           END-IF.                                                      00044400
           IF (NOT TA-INCREASE AND NOT TA-DECREASE)                     00044500
              OR TA-AMOUNT NOT NUMERIC                                  00044600
              OR TA-EMPID = SPACE                                       00044700
              DISPLAY "  RESTATEMENT REJECTED - EMPLOYEE " TA-EMPID     00044800
                 " ACCOUNT " TA-ACCTNO                                  00044900
              ADD 1 TO WS-ADJ-REJECT                                    00045000
              GO TO READ-ADJ-EXIT                                       00045100
           END-IF.                                                      00045200
           MOVE TA-EMPID TO SR-EMPID.                                   00045300
           MOVE TA-ACCTNO TO SR-ACCTNO.                                 00045400
           MOVE 'A' TO SR-SOURCE.                                       00045500
           IF TA-INCREASE                                               00045600
              MOVE TA-AMOUNT TO SR-AMOUNT                               00045700
           ELSE                                                         00045800
              COMPUTE SR-AMOUNT = 0 - TA-AMOUNT                         00045900
           END-IF.                                                      00046000
           RELEASE SR-REC.                                              00046100
           ADD 1 TO WS-ADJ-COUNT.                                       00046200
       READ-ADJ-EXIT.                                                   00046300
           EXIT.                                                        00046400
                                                                        00046500
       TOTAL-PARA.                                                      00046600
           PERFORM RETURN-PARA THROUGH RETURN-EXIT.                     00046700
           PERFORM EMP-PARA THROUGH EMP-EXIT                            00046800
              UNTIL WS-SORT-EOF.                                        00046900
       TOTAL-EXIT.                                                      00047000
           EXIT.                                                        00047100
                                                                        00047200
       RETURN-PARA.                                                     00047300
           RETURN SORT-WORK                                             00047400
              AT END                                                    00047500
                 SET WS-SORT-EOF TO TRUE                                00047600
           END-RETURN.                                                  00047700
       RETURN-EXIT.                                                     00047800
           EXIT.                                                        00047900
                                                                        00048000
       EMP-PARA.                                                        00048100
           MOVE SR-EMPID TO WS-CURR-EMPID.                              00048200
           MOVE SPACE TO WS-LAST-ACCTNO.                                00048300
           MOVE 0 TO WS-EMP-TOTAL.                                      00048400
           MOVE 0 TO WS-EMP-ACCTS.                                      00048500
           PERFORM ACCUM-PARA THROUGH ACCUM-EXIT                        00048600
              UNTIL WS-SORT-EOF OR SR-EMPID NOT = WS-CURR-EMPID.        00048700
           ADD 1 TO WS-EMP-COUNT.                                       00048800
           IF WS-EMP-TOTAL < 0                                          00048900
              MOVE 0 TO WS-EMP-TOTAL                                    00049000
           END-IF.                                                      00049100
           PERFORM FORM-PARA THROUGH FORM-EXIT.                         00049200
       EMP-EXIT.                                                        00049300
           EXIT.                                                        00049400
                                                                        00049500
       ACCUM-PARA.                                                      00049600
           IF SR-SOURCE = 'N' AND SR-ACCTNO NOT = WS-LAST-ACCTNO        00049700
              ADD 1 TO WS-EMP-ACCTS                                     00049800
              MOVE SR-ACCTNO TO WS-LAST-ACCTNO                          00049900
           END-IF.                                                      00050000
           ADD SR-AMOUNT TO WS-EMP-TOTAL.                               00050100
           PERFORM RETURN-PARA THROUGH RETURN-EXIT.                     00050200
       ACCUM-EXIT.                                                      00050300
           EXIT.                                                        00050400
                                                                        00050500
       FORM-PARA.                                                       00050600
           MOVE WS-TAX-YEAR TO TF-TAXYEAR.                              00050700
           MOVE WS-CURR-EMPID TO TF-EMPID.                              00050800
           MOVE 'N' TO WS-FILED-SW.                                     00050900
           READ FILED-FILE                                              00051000
              INVALID KEY                                               00051100
                 CONTINUE                                               00051200
              NOT INVALID KEY                                           00051300
                 SET WS-FILED-FOUND TO TRUE                             00051400
           END-READ.                                                    00051500
           IF NOT WS-FILED-FOUND                                        00051600
              MOVE SPACE TO TF-FILEDREC                                 00051700
              MOVE WS-TAX-YEAR TO TF-TAXYEAR                            00051800
              MOVE WS-CURR-EMPID TO TF-EMPID                            00051900
              MOVE 0 TO TF-INTEREST                                     00052000
              MOVE 'N' TO TF-FORM-SW                                    00052100
              MOVE 0 TO TF-FORM-DATE                                    00052200
              MOVE 0 TO TF-CORR-COUNT                                   00052300
           END-IF.                                                      00052400
           MOVE SPACE TO TX-FORMREC.                                    00052500
           MOVE 0 TO TX-PRIOR-AMOUNT.                                   00052600
           EVALUATE TRUE                                                00052700
              WHEN TF-FORM-ISSUED                                       00052800
                 AND WS-EMP-TOTAL = TF-INTEREST                         00052900
                 ADD 1 TO WS-SAME-COUNT                                 00053000
              WHEN TF-FORM-ISSUED                                       00053100
                 MOVE 'C' TO TX-FORM-TYPE                               00053200
                 MOVE TF-INTEREST TO TX-PRIOR-AMOUNT                    00053300
                 ADD 1 TO TF-CORR-COUNT                                 00053400
                 MOVE WS-RUN-DATE TO TF-FORM-DATE                       00053500
                 ADD 1 TO WS-CORR-COUNT                                 00053600
                 PERFORM WRITE-FORM-PARA THROUGH WRITE-FORM-EXIT        00053700
              WHEN WS-EMP-TOTAL NOT < WS-MINIMUM                        00053800
                 MOVE 'O' TO TX-FORM-TYPE                               00053900
                 MOVE 'Y' TO TF-FORM-SW                                 00054000
                 MOVE WS-RUN-DATE TO TF-FORM-DATE                       00054100
                 ADD 1 TO WS-FORM-COUNT                                 00054200
                 PERFORM WRITE-FORM-PARA THROUGH WRITE-FORM-EXIT        00054300
              WHEN OTHER                                                00054400
                 ADD 1 TO WS-UNDER-COUNT                                00054500
           END-EVALUATE.                                                00054600
           MOVE WS-EMP-TOTAL TO TF-INTEREST.                            00054700
           MOVE WS-RUN-STAMP TO TF-LAST-RUN.                            00054800
           IF WS-FILED-FOUND                                            00054900
              REWRITE TF-FILEDREC                                       00055000
                 INVALID KEY                                            00055100
                    DISPLAY "1099 FILED FORMS REWRITE ERROR, EMPLOYEE " 00055200
                       TF-EMPID " STATUS " TF-STAT                      00055300
                    GO TO ERROR-EXIT                                    00055400
              END-REWRITE                                               00055500
           ELSE                                                         00055600
              WRITE TF-FILEDREC                                         00055700
                 INVALID KEY                                            00055800
                    DISPLAY "1099 FILED FORMS WRITE ERROR, EMPLOYEE "   00055900
                       TF-EMPID " STATUS " TF-STAT                      00056000
                    GO TO ERROR-EXIT                                    00056100
              END-WRITE                                                 00056200
           END-IF.                                                      00056300
       FORM-EXIT.                                                       00056400
           EXIT.                                                        00056500
                                                                        00056600
       WRITE-FORM-PARA.                                                 00056700
           MOVE WS-CURR-EMPID TO IN-EMPID.                              00056800
           READ EMP-FILE                                                00056900
              INVALID KEY                                               00057000
                 MOVE SPACE TO IN-FIRSTNAME                             00057100
                 MOVE SPACE TO IN-LASTNAME                              00057200
                 MOVE SPACE TO IN-BRANCH                                00057300
           END-READ.                                                    00057400
           MOVE WS-TAX-YEAR TO TX-TAXYEAR.                              00057500
           MOVE WS-CURR-EMPID TO TX-EMPID.                              00057600
           MOVE IN-FIRSTNAME TO TX-FIRSTNAME.                           00057700
           MOVE IN-LASTNAME TO TX-LASTNAME.                             00057800
           MOVE IN-BRANCH TO TX-BRANCH.                                 00057900
           MOVE WS-EMP-ACCTS TO TX-ACCT-COUNT.                          00058000
           MOVE WS-EMP-TOTAL TO TX-INTEREST.                            00058100
           MOVE WS-RUN-DATE TO TX-RUN-DATE.                             00058200
           WRITE TX-FORMREC.                                            00058300
           ADD WS-EMP-TOTAL TO WS-FORM-TOTAL.                           00058400
       WRITE-FORM-EXIT.                                                 00058500
           EXIT.                                                        00058600
                                                                        00058700
       SWEEP-PARA.                                                      00058800
           MOVE WS-TAX-YEAR TO TF-TAXYEAR.                              00058900
           MOVE LOW-VALUE TO TF-EMPID.                                  00059000
           START FILED-FILE KEY IS NOT LESS THAN TF-KEY                 00059100
              INVALID KEY                                               00059200
                 SET WS-FILED-EOF TO TRUE                               00059300
           END-START.                                                   00059400
           PERFORM SWEEP-READ-PARA THROUGH SWEEP-READ-EXIT              00059500
              UNTIL WS-FILED-EOF.                                       00059600
       SWEEP-EXIT.                                                      00059700
           EXIT.                                                        00059800
                                                                        00059900
       SWEEP-READ-PARA.                                                 00060000
           READ FILED-FILE NEXT RECORD                                  00060100
              AT END                                                    00060200
                 SET WS-FILED-EOF TO TRUE                               00060300
                 GO TO SWEEP-READ-EXIT                                  00060400
           END-READ.                                                    00060500
           IF TF-TAXYEAR NOT = WS-TAX-YEAR                              00060600
              SET WS-FILED-EOF TO TRUE                                  00060700
              GO TO SWEEP-READ-EXIT                                     00060800
           END-IF.                                                      00060900
           IF TF-LAST-RUN = WS-RUN-STAMP                                00061000
              OR NOT TF-FORM-ISSUED                                     00061100
              OR TF-INTEREST = 0                                        00061200
              GO TO SWEEP-READ-EXIT                                     00061300
           END-IF.                                                      00061400
           MOVE TF-EMPID TO WS-CURR-EMPID.                              00061500
           MOVE 0 TO WS-EMP-TOTAL.                                      00061600
           MOVE 0 TO WS-EMP-ACCTS.                                      00061700
           MOVE SPACE TO TX-FORMREC.                                    00061800
           MOVE 'C' TO TX-FORM-TYPE.                                    00061900
           MOVE TF-INTEREST TO TX-PRIOR-AMOUNT.                         00062000
           PERFORM WRITE-FORM-PARA THROUGH WRITE-FORM-EXIT.             00062100
           ADD 1 TO WS-CORR-COUNT.                                      00062200
           MOVE 0 TO TF-INTEREST.                                       00062300
           ADD 1 TO TF-CORR-COUNT.                                      00062400
           MOVE WS-RUN-DATE TO TF-FORM-DATE.                            00062500
           MOVE WS-RUN-STAMP TO TF-LAST-RUN.                            00062600
           REWRITE TF-FILEDREC                                          00062700
              INVALID KEY                                               00062800
                 DISPLAY "1099 FILED FORMS REWRITE ERROR, EMPLOYEE "    00062900
                    TF-EMPID " STATUS " TF-STAT                         00063000
                 GO TO ERROR-EXIT                                       00063100
           END-REWRITE.                                                 00063200
       SWEEP-READ-EXIT.                                                 00063300
           EXIT.                                                        00063400
                                                                        00063500
       LIST-PARA.                                                       00063600
           SORT LIST-WORK                                               00063700
              ON ASCENDING KEY LW-BRANCH LW-EMPID                       00063800
              USING TAX-FILE                                            00063900
              GIVING TAXLIST-FILE.                                      00064000
           OPEN INPUT TAXLIST-FILE.                                     00064100
           IF TL-STAT NOT = '00'                                        00064200
              DISPLAY "SORTED 1099-INT LISTING OPEN ERROR"              00064300
              GO TO ERROR-EXIT                                          00064400
           END-IF.                                                      00064500
           DISPLAY "1099-INT RECIPIENT LISTING BY BRANCH".              00064600
           DISPLAY "  EMPID   NAME                        ACT  "        00064700
              "      INTEREST  FORM        PRIOR AMOUNT".               00064800
           PERFORM READ-LIST-PARA THROUGH READ-LIST-EXIT.               00064900
           PERFORM LINE-PARA THROUGH LINE-EXIT                          00065000
              UNTIL WS-LIST-EOF.                                        00065100
           IF NOT WS-FIRST-REC                                          00065200
              PERFORM BREAK-PARA THROUGH BREAK-EXIT                     00065300
           ELSE                                                         00065400
              DISPLAY "  NO FORMS PRODUCED"                             00065500
           END-IF.                                                      00065600
           CLOSE TAXLIST-FILE.                                          00065700
       LIST-EXIT.                                                       00065800
           EXIT.                                                        00065900
                                                                        00066000
       READ-LIST-PARA.                                                  00066100
           READ TAXLIST-FILE                                            00066200
              AT END                                                    00066300
                 SET WS-LIST-EOF TO TRUE                                00066400
           END-READ.                                                    00066500
       READ-LIST-EXIT.                                                  00066600
           EXIT.                                                        00066700
                                                                        00066800
       LINE-PARA.                                                       00066900
           IF WS-FIRST-REC                                              00067000
              MOVE TL-BRANCH TO WS-CURR-BRANCH                          00067100
              MOVE 'N' TO WS-FIRST-REC-SW                               00067200
           ELSE                                                         00067300
              IF TL-BRANCH NOT = WS-CURR-BRANCH                         00067400
                 PERFORM BREAK-PARA THROUGH BREAK-EXIT                  00067500
                 MOVE TL-BRANCH TO WS-CURR-BRANCH                       00067600
              END-IF                                                    00067700
           END-IF.                                                      00067800
           ADD 1 TO WS-BR-COUNT.                                        00067900
           ADD TL-INTEREST TO WS-BR-TOTAL.                              00068000
           MOVE TL-EMPID TO DL-EMPID.                                   00068100
           MOVE TL-LASTNAME TO DL-LASTNAME.                             00068200
           MOVE TL-FIRSTNAME TO DL-FIRSTNAME.                           00068300
           MOVE TL-ACCT-COUNT TO DL-ACCTS.                              00068400
           MOVE TL-INTEREST TO DL-INTEREST.                             00068500
           IF TL-FORM-TYPE = 'C'                                        00068600
              MOVE 'CORRECTED' TO DL-TYPE                               00068700
              MOVE TL-PRIOR-AMOUNT TO DL-PRIOR                          00068800
           ELSE                                                         00068900
              MOVE 'ORIGINAL' TO DL-TYPE                                00069000
              MOVE 0 TO DL-PRIOR                                        00069100
           END-IF.                                                      00069200
           DISPLAY WS-DETAIL-LINE.                                      00069300
           PERFORM READ-LIST-PARA THROUGH READ-LIST-EXIT.               00069400
       LINE-EXIT.                                                       00069500
           EXIT.                                                        00069600
                                                                        00069700
       BREAK-PARA.                                                      00069800
           MOVE WS-CURR-BRANCH TO BL-BRANCH.                            00069900
           MOVE WS-BR-COUNT TO BL-COUNT.                                00070000
           MOVE WS-BR-TOTAL TO BL-TOTAL.                                00070100
           DISPLAY WS-BRANCH-LINE.                                      00070200
           DISPLAY SPACE.                                               00070300
           MOVE 0 TO WS-BR-COUNT.                                       00070400
           MOVE 0 TO WS-BR-TOTAL.                                       00070500
       BREAK-EXIT.                                                      00070600
           EXIT.                                                        00070700
                                                                        00070800
       SUMMARY-PARA.                                                    00070900
           DISPLAY SPACE.                                               00071000
           DISPLAY "HISTORY RECORDS READ:      " WS-READ-COUNT.         00071100
           DISPLAY "INTEREST IMAGES IN YEAR:   " WS-IMAGE-COUNT.        00071200
           DISPLAY "RESTATEMENTS APPLIED:      " WS-ADJ-COUNT.          00071300
           DISPLAY "RESTATEMENTS REJECTED:     " WS-ADJ-REJECT.         00071400
           DISPLAY "EMPLOYEES WITH INTEREST:   " WS-EMP-COUNT.          00071500
           DISPLAY "ORIGINAL FORMS:            " WS-FORM-COUNT.         00071600
           DISPLAY "CORRECTED FORMS:           " WS-CORR-COUNT.         00071700
           DISPLAY "UNCHANGED SINCE FILING:    " WS-SAME-COUNT.         00071800
           DISPLAY "UNDER REPORTING MINIMUM:   " WS-UNDER-COUNT.        00071900
           MOVE WS-FORM-TOTAL TO WS-TOTAL-EDIT.                         00072000
           DISPLAY "INTEREST ON FORMS:         " WS-TOTAL-EDIT.         00072100
       SUMMARY-EXIT.                                                    00072200
           EXIT.                                                        00072300
                                                                        00072400
       CLOSE-PARA.                                                      00072500
           CLOSE EMP-FILE.                                              00072600
           CLOSE FILED-FILE.                                            00072700
       CLOSE-EXIT.                                                      00072800
           EXIT.                                                        00072900
