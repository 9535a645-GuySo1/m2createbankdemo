       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. GLJRNL.                                              00010100
                                                                        00010200
       ENVIRONMENT DIVISION.                                            00010300
       INPUT-OUTPUT SECTION.                                            00010400
                                                                        00010500
       FILE-CONTROL.                                                    00010600
           SELECT MAP-FILE ASSIGN TO GLMAP                              00010700
           ORGANIZATION IS SEQUENTIAL                                   00010800
           ACCESS MODE IS SEQUENTIAL                                    00010900
           FILE STATUS IS MP-STAT.                                      00011000
                                                                        00011100
           SELECT POSIN-FILE ASSIGN TO GLPOSIN                          00011200
           ORGANIZATION IS SEQUENTIAL                                   00011300
           ACCESS MODE IS SEQUENTIAL                                    00011400
           FILE STATUS IS PI-STAT.                                      00011500
                                                                        00011600
           SELECT POSOUT-FILE ASSIGN TO GLPOSOUT                        00011700
           ORGANIZATION IS SEQUENTIAL                                   00011800
           ACCESS MODE IS SEQUENTIAL                                    00011900
           FILE STATUS IS PO-STAT.                                      00012000
                                                                        00012100
           SELECT SORTED-FILE ASSIGN TO BRSEQ                           00012200
           ORGANIZATION IS SEQUENTIAL                                   00012300
           ACCESS MODE IS SEQUENTIAL                                    00012400
           FILE STATUS IS SO-STAT.                                      00012500
                                                                        00012600
           SELECT PRIOR-FILE ASSIGN TO BRTOTIN                          00012700
           ORGANIZATION IS SEQUENTIAL                                   00012800
           ACCESS MODE IS SEQUENTIAL                                    00012900
           FILE STATUS IS PR-STAT.                                      00013000
                                                                        00013100
           SELECT NEWTOT-FILE ASSIGN TO BRTOTNEW                        00013200
           ORGANIZATION IS SEQUENTIAL                                   00013300
           ACCESS MODE IS SEQUENTIAL                                    00013400
           FILE STATUS IS NT-STAT.                                      00013500
                                                                        00013600
           SELECT PTOT-FILE ASSIGN TO PTOTFILE                          00013700
           ORGANIZATION IS SEQUENTIAL                                   00013800
           ACCESS MODE IS SEQUENTIAL                                    00013900
           FILE STATUS IS PT-STAT.                                      00014000
                                                                        00014100
           SELECT ATOT-FILE ASSIGN TO ATOTFILE                          00014200
           ORGANIZATION IS SEQUENTIAL                                   00014300
           ACCESS MODE IS SEQUENTIAL                                    00014400
           FILE STATUS IS AT-STAT.                                      00014500
                                                                        00014600
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE                        00014700
           ORGANIZATION IS SEQUENTIAL                                   00014800
           ACCESS MODE IS SEQUENTIAL                                    00014900
           FILE STATUS IS LG-STAT.                                      00015000
                                                                        00015100
           SELECT ACCT-FILE ASSIGN TO ACCTFILE                          00015200
           ORGANIZATION IS INDEXED                                      00015300
           ACCESS MODE IS RANDOM                                        00015400
           RECORD KEY IS AC-ACCTNO                                      00015500
           FILE STATUS IS AC-STAT.                                      00015600
                                                                        00015700
           SELECT SUSP-FILE ASSIGN TO SUSPFILE                          00015800
           ORGANIZATION IS SEQUENTIAL                                   00015900
           ACCESS MODE IS SEQUENTIAL                                    00016000
           FILE STATUS IS SU-STAT.                                      00016100
                                                                        00016200
           SELECT HISTORY-FILE ASSIGN TO HISTFILE                       00016300
           ORGANIZATION IS SEQUENTIAL                                   00016400
           ACCESS MODE IS SEQUENTIAL                                    00016500
           FILE STATUS IS HS-STAT.                                      00016600
                                                                        00016700
           SELECT JRNL-FILE ASSIGN TO GLJRNL                            00016800
           ORGANIZATION IS SEQUENTIAL                                   00016900
           ACCESS MODE IS SEQUENTIAL                                    00017000
           FILE STATUS IS GJ-STAT.                                      00017100
                                                                        00017200
       DATA DIVISION.                                                   00017300
       FILE SECTION.                                                    00017400
       FD MAP-FILE.                                                     00017500
           COPY GLMAPREC.                                               00017600
                                                                        00017700
       FD POSIN-FILE.                                                   00017800
           COPY GLPOSREC.                                               00017900
                                                                        00018000
       FD POSOUT-FILE.                                                  00018100
           COPY GLPOSREC REPLACING ==GP-POSREC==    BY ==PO-POSREC==    00018200
                                   ==GP-TYPE==      BY ==PO-TYPE==      00018300
                                   ==GP-HEADER==    BY ==PO-HEADER==    00018400
                                   ==GP-DETAIL==    BY ==PO-DETAIL==    00018500
                                   ==GP-BRANCH==    BY ==PO-BRANCH==    00018600
                                   ==GP-BUSDATE==   BY ==PO-BUSDATE==   00018700
                                   ==GP-BALANCES==  BY ==PO-BALANCES==  00018800
                                   ==GP-DEPOSITS==  BY ==PO-DEPOSITS==  00018900
                                   ==GP-OVERDRAWN== BY ==PO-OVERDRAWN== 00019000
                                   ==GP-SUSPENSE==  BY ==PO-SUSPENSE==  00019100
                                   ==GP-SUSP-CR==   BY ==PO-SUSP-CR==   00019200
                                   ==GP-SUSP-DR==   BY ==PO-SUSP-DR==   00019300
                                   ==GP-INT-DATE==  BY ==PO-INT-DATE==. 00019400
                                                                        00019500
       FD SORTED-FILE.                                                  00019600
           COPY ACCTREC REPLACING ==AC-ACCTREC==  BY ==SO-ACCTREC==     00019700
                                  ==AC-ACCTNO==   BY ==SO-ACCTNO==      00019800
                                  ==AC-EMPID==    BY ==SO-EMPID==       00019900
                                  ==AC-BRANCH==   BY ==SO-BRANCH==      00020000
                                  ==AC-BALANCE==  BY ==SO-BALANCE==     00020100
                                  ==AC-DATEOPEN== BY ==SO-DATEOPEN==    00020200
                                  ==AC-LASTACT==  BY ==SO-LASTACT==     00020300
                                  ==AC-PRODUCT==  BY ==SO-PRODUCT==.    00020350
                                                                        00020400
       FD PRIOR-FILE.                                                   00020500
           COPY BRTOTREC REPLACING ==BRT-TOTREC== BY ==PRI-REC==        00020600
                                   ==BRT-BRANCH== BY ==PRI-BRANCH==     00020700
                                   ==BRT-TOTAL==  BY ==PRI-TOTAL==      00020800
                                   ==BRT-RUNDATE== BY ==PRI-RUNDATE==.  00020900
                                                                        00021000
       FD NEWTOT-FILE.                                                  00021100
           COPY BRTOTREC REPLACING ==BRT-TOTREC== BY ==NEW-REC==        00021200
                                   ==BRT-BRANCH== BY ==NEW-BRANCH==     00021300
                                   ==BRT-TOTAL==  BY ==NEW-TOTAL==      00021400
                                   ==BRT-RUNDATE== BY ==NEW-RUNDATE==.  00021500
                                                                        00021600
       FD PTOT-FILE.                                                    00021700
           COPY PTOTREC.                                                00021800
                                                                        00021900
       FD ATOT-FILE.                                                    00022000
           COPY ATOTREC.                                                00022100
                                                                        00022200
       FD LEDGER-FILE.                                                  00022300
           COPY LEDGREC.                                                00022400
                                                                        00022500
       FD ACCT-FILE.                                                    00022600
           COPY ACCTREC.                                                00022700
                                                                        00022800
       FD SUSP-FILE.                                                    00022900
           COPY SUSPREC.                                                00023000
                                                                        00023100
       FD HISTORY-FILE.                                                 00023200
           COPY HISTREC.                                                00023300
                                                                        00023400
       FD JRNL-FILE.                                                    00023500
           COPY GLJRREC.                                                00023600
                                                                        00023700
       WORKING-STORAGE SECTION.                                         00023800
       01 MP-STAT             PIC X(02) VALUE SPACE.                    00023900
       01 PI-STAT             PIC X(02) VALUE SPACE.                    00024000
       01 PO-STAT             PIC X(02) VALUE SPACE.                    00024100
       01 SO-STAT             PIC X(02) VALUE SPACE.                    00024200
       01 PR-STAT             PIC X(02) VALUE SPACE.                    00024300
       01 NT-STAT             PIC X(02) VALUE SPACE.                    00024400
       01 PT-STAT             PIC X(02) VALUE SPACE.                    00024500
       01 AT-STAT             PIC X(02) VALUE SPACE.                    00024600
       01 LG-STAT             PIC X(02) VALUE SPACE.                    00024700
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00024800
       01 SU-STAT             PIC X(02) VALUE SPACE.                    00024900
       01 HS-STAT             PIC X(02) VALUE SPACE.                    00025000
       01 GJ-STAT             PIC X(02) VALUE SPACE.                    00025100
       01 WS-MAP-EOF-SW       PIC X(01) VALUE 'N'.                      00025200
          88 WS-MAP-EOF       VALUE 'Y'.                                00025300
       01 WS-POS-EOF-SW       PIC X(01) VALUE 'N'.                      00025400
          88 WS-POS-EOF       VALUE 'Y'.                                00025500
       01 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.                      00025600
          88 WS-SORT-EOF      VALUE 'Y'.                                00025700
       01 WS-PRIOR-EOF-SW     PIC X(01) VALUE 'N'.                      00025800
          88 WS-PRIOR-EOF     VALUE 'Y'.                                00025900
       01 WS-NEW-EOF-SW       PIC X(01) VALUE 'N'.                      00026000
          88 WS-NEW-EOF       VALUE 'Y'.                                00026100
       01 WS-LEDG-EOF-SW      PIC X(01) VALUE 'N'.                      00026200
          88 WS-LEDG-EOF      VALUE 'Y'.                                00026300
       01 WS-SUSP-EOF-SW      PIC X(01) VALUE 'N'.                      00026400
          88 WS-SUSP-EOF      VALUE 'Y'.                                00026500
       01 WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.                      00026600
          88 WS-HIST-EOF      VALUE 'Y'.                                00026700
       01 WS-OPENING-SW       PIC X(01) VALUE 'Y'.                      00026800
          88 WS-OPENING       VALUE 'Y'.                                00026900
       01 WS-PRIOR-TOT-SW     PIC X(01) VALUE 'N'.                      00027000
          88 WS-PRIOR-TOT-SEEN VALUE 'Y'.                               00027100
       01 WS-FOUND-SW         PIC X(01) VALUE 'N'.                      00027200
          88 WS-FOUND         VALUE 'Y'.                                00027300
       01 WS-PROOF-SW         PIC X(01) VALUE 'Y'.                      00027400
          88 WS-PROOF-OK      VALUE 'Y'.                                00027500
          88 WS-PROOF-BAD     VALUE 'N'.                                00027600
       01 WS-BD-OVERRIDE      PIC X(01) VALUE SPACE.                    00027700
           COPY BDPARM.                                                 00027800
       01 WS-JRNL-DATE        PIC X(08) VALUE SPACE.                    00027900
       01 WS-POST-DATE        PIC X(08) VALUE SPACE.                    00028000
       01 WS-POS-DATE         PIC 9(08) VALUE 0.                        00028100
       01 WS-INT-DATE-OLD     PIC X(08) VALUE '00000000'.               00028200
       01 WS-INT-DATE-NEW     PIC X(08) VALUE '00000000'.               00028300
       01 WS-LOOKUP-BRANCH    PIC X(04) VALUE SPACE.                    00028400
       01 WS-BR-IX            PIC 9(03) VALUE 0.                        00028500
       01 WS-BR-CT            PIC 9(03) VALUE 0.                        00028600
       01 WS-MAP-CT           PIC 9(03) VALUE 0.                        00028700
       01 WS-MAP-IX           PIC 9(03) VALUE 0.                        00028800
       01 WS-JL-CT            PIC 9(04) VALUE 0.                        00028900
       01 WS-SUB              PIC 9(04) VALUE 0.                        00029000
       01 WS-BRANCH-TABLE.                                              00029100
          05 WS-BR-ENTRY OCCURS 200 TIMES.                              00029200
             10 WS-BR-CODE    PIC X(04).                                00029300
             10 WS-BR-DEP-NEW PIC S9(13)V99.                            00029400
             10 WS-BR-OD-NEW  PIC S9(13)V99.                            00029500
             10 WS-BR-DEP-OLD PIC S9(13)V99.                            00029600
             10 WS-BR-OD-OLD  PIC S9(13)V99.                            00029700
             10 WS-BR-TOT-NEW PIC S9(13)V99.                            00029800
             10 WS-BR-TOT-OLD PIC S9(13)V99.                            00029900
             10 WS-BR-ODFEE   PIC S9(13)V99.                            00030000
             10 WS-BR-NSFFEE  PIC S9(13)V99.                            00030100
             10 WS-BR-SWPFEE  PIC S9(13)V99.                            00030150
             10 WS-BR-SVCFEE  PIC S9(13)V99.                            00030175
             10 WS-BR-INT     PIC S9(13)V99.                            00030200
             10 WS-BR-DINT    PIC S9(13)V99.                            00030233
             10 WS-BR-CHGOFF  PIC S9(13)V99.                            00030266
             10 WS-BR-SEPPAY  PIC S9(13)V99.                            00030283
       01 WS-MAP-TABLE.                                                 00030300
          05 WS-MAP-ENTRY OCCURS 300 TIMES.                             00030400
             10 WS-MP-ENTRY   PIC X(04).                                00030500
             10 WS-MP-BRANCH  PIC X(04).                                00030600
             10 WS-MP-GLACCT  PIC X(12).                                00030700
             10 WS-MP-DESC    PIC X(30).                                00030800
       01 WS-JRNL-TABLE.                                                00030900
          05 WS-JL-LINE OCCURS 1200 TIMES.                              00031000
             10 WS-JL-ENTRY   PIC X(04).                                00031100
             10 WS-JL-BRANCH  PIC X(04).                                00031200
             10 WS-JL-GLACCT  PIC X(12).                                00031300
             10 WS-JL-DRCR    PIC X(01).                                00031400
             10 WS-JL-AMOUNT  PIC 9(13)V99.                             00031500
             10 WS-JL-DESC    PIC X(30).                                00031600
       01 WS-LN-ENTRY         PIC X(04) VALUE SPACE.                    00031700
       01 WS-LN-BRANCH        PIC X(04) VALUE SPACE.                    00031800
       01 WS-LN-SIDE          PIC X(01) VALUE SPACE.                    00031900
       01 WS-LN-AMT           PIC S9(13)V99 VALUE 0.                    00032000
       01 WS-LN-GLACCT        PIC X(12) VALUE SPACE.                    00032100
       01 WS-LN-DESC          PIC X(30) VALUE SPACE.                    00032200
       01 WS-BEF-BAL          PIC S9(09)V99 VALUE 0.                    00032300
       01 WS-AFT-BAL          PIC S9(09)V99 VALUE 0.                    00032400
       01 WS-BEF-BAL-X        PIC X(11) VALUE SPACE.                    00032500
       01 WS-BEF-BAL-R REDEFINES WS-BEF-BAL-X PIC S9(09)V99.            00032600
       01 WS-AFT-BAL-X        PIC X(11) VALUE SPACE.                    00032700
       01 WS-AFT-BAL-R REDEFINES WS-AFT-BAL-X PIC S9(09)V99.            00032800
       01 WS-LOAD-NET         PIC S9(13)V99 VALUE 0.                    00032900
       01 WS-LG-CREDITS       PIC S9(13)V99 VALUE 0.                    00033000
       01 WS-LG-DEBITS        PIC S9(13)V99 VALUE 0.                    00033100
       01 WS-FEE-TOTAL        PIC S9(13)V99 VALUE 0.                    00033200
       01 WS-INT-TOTAL        PIC S9(13)V99 VALUE 0.                    00033300
       01 WS-SVC-TOTAL        PIC S9(13)V99 VALUE 0.                    00033350
       01 WS-DINT-TOTAL       PIC S9(13)V99 VALUE 0.                    00033366
       01 WS-CHGOFF-TOTAL     PIC S9(13)V99 VALUE 0.                    00033382
       01 WS-SEPPAY-TOTAL     PIC S9(13)V99 VALUE 0.                    00033391
       01 WS-SUSP-CR-OLD      PIC S9(13)V99 VALUE 0.                    00033400
       01 WS-SUSP-DR-OLD      PIC S9(13)V99 VALUE 0.                    00033500
       01 WS-SUSP-CR-NEW      PIC S9(13)V99 VALUE 0.                    00033600
       01 WS-SUSP-DR-NEW      PIC S9(13)V99 VALUE 0.                    00033700
       01 WS-SUSP-MOVE        PIC S9(13)V99 VALUE 0.                    00033800
       01 WS-DR-TOTAL         PIC S9(15)V99 VALUE 0.                    00033900
       01 WS-CR-TOTAL         PIC S9(15)V99 VALUE 0.                    00034000
       01 WS-DIFF             PIC S9(15)V99 VALUE 0.                    00034100
       01 WS-AMT-EDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00034200
       01 WS-DETAIL-LINE.                                               00034300
          05 FILLER           PIC X(02) VALUE SPACE.                    00034400
          05 DL-LINE          PIC ZZZZ9.                                00034500
          05 FILLER           PIC X(02) VALUE SPACE.                    00034600
          05 DL-ENTRY         PIC X(04).                                00034700
          05 FILLER           PIC X(02) VALUE SPACE.                    00034800
          05 DL-BRANCH        PIC X(04).                                00034900
          05 FILLER           PIC X(02) VALUE SPACE.                    00035000
          05 DL-GLACCT        PIC X(12).                                00035100
          05 FILLER           PIC X(02) VALUE SPACE.                    00035200
          05 DL-DEBIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                 00035300
          05 FILLER           PIC X(02) VALUE SPACE.                    00035400
          05 DL-CREDIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                 00035500
          05 FILLER           PIC X(02) VALUE SPACE.                    00035600
          05 DL-DESC          PIC X(30).                                00035700
       PROCEDURE DIVISION.                                              00035800
       MAIN-PARA.                                                       00035900
           PERFORM OPEN-PARA.                                           00036000
           PERFORM READ-MAP-PARA.                                       00036100
           PERFORM LOAD-MAP-PARA UNTIL WS-MAP-EOF.                      00036200
           PERFORM READ-POS-PARA.                                       00036300
           PERFORM LOAD-POS-PARA UNTIL WS-POS-EOF.                      00036400
           PERFORM READ-SORTED-PARA.                                    00036500
           PERFORM POSITION-PARA UNTIL WS-SORT-EOF.                     00036600
           PERFORM READ-PRIOR-PARA.                                     00036700
           PERFORM PRIOR-PARA UNTIL WS-PRIOR-EOF.                       00036800
           PERFORM READ-NEW-PARA.                                       00036900
           PERFORM NEWTOT-PARA UNTIL WS-NEW-EOF.                        00037000
           PERFORM TOTALS-PARA.                                         00037100
           PERFORM READ-LEDG-PARA.                                      00037200
           PERFORM LEDGER-PARA UNTIL WS-LEDG-EOF.                       00037300
           PERFORM READ-SUSP-PARA.                                      00037400
           PERFORM SUSP-PARA UNTIL WS-SUSP-EOF.                         00037500
           PERFORM READ-HIST-PARA.                                      00037600
           PERFORM HIST-PARA UNTIL WS-HIST-EOF.                         00037700
           IF WS-OPENING                                                00037800
              PERFORM OPENING-PARA                                      00037900
           ELSE                                                         00038000
              PERFORM BUILD-PARA                                        00038100
              PERFORM LIST-PARA                                         00038200
              PERFORM PROOF-PARA                                        00038300
           END-IF.                                                      00038400
           PERFORM POSOUT-PARA.                                         00038500
           IF WS-PROOF-OK AND NOT WS-OPENING                            00038600
              PERFORM WRITE-JRNL-PARA                                   00038700
                 VARYING WS-SUB FROM 1 BY 1                             00038800
                 UNTIL WS-SUB > WS-JL-CT                                00038900
           END-IF.                                                      00039000
           PERFORM CLOSE-PARA.                                          00039100
           IF WS-PROOF-BAD                                              00039200
              MOVE 8 TO RETURN-CODE                                     00039300
              STOP RUN                                                  00039400
           END-IF.                                                      00039500
           MOVE 'E' TO BD-FUNC.                                         00039600
           CALL 'BDCHECK' USING BD-PARM.                                00039700
           IF WS-OPENING                                                00039800
              MOVE 4 TO RETURN-CODE                                     00039900
           END-IF.                                                      00040000
           STOP RUN.                                                    00040100
       ERROR-EXIT.                                                      00040200
           MOVE 16 TO RETURN-CODE.                                      00040300
           STOP RUN.                                                    00040400
                                                                        00040500
       OPEN-PARA.                                                       00040600
           ACCEPT WS-BD-OVERRIDE.                                       00040700
           MOVE 'GLJRNL' TO BD-PGM.                                     00040800
           MOVE 'S' TO BD-FUNC.                                         00040900
           MOVE WS-BD-OVERRIDE TO BD-OVERRIDE.                          00041000
           CALL 'BDCHECK' USING BD-PARM.                                00041100
           IF BD-ALREADY-RUN                                            00041200
              DISPLAY "GLJRNL ALREADY COMPLETED FOR BUSINESS "          00041300
                 "DATE " BD-BUSDATE " - RERUN REQUIRES OVERRIDE"        00041400
              MOVE 8 TO RETURN-CODE                                     00041500
              STOP RUN                                                  00041600
           END-IF.                                                      00041700
           IF BD-CTL-ERROR                                              00041800
              GO TO ERROR-EXIT                                          00041900
           END-IF.                                                      00042000
           MOVE BD-BUSDATE TO WS-JRNL-DATE.                             00042100
           OPEN INPUT MAP-FILE.                                         00042200
           IF MP-STAT NOT = '00'                                        00042300
              DISPLAY "GL MAPPING TABLE OPEN ERROR"                     00042400
              GO TO ERROR-EXIT                                          00042500
           END-IF.                                                      00042600
           OPEN INPUT POSIN-FILE.                                       00042700
           IF PI-STAT NOT = '00'                                        00042800
              DISPLAY "NO PRIOR GL POSITIONS, STATUS " PI-STAT          00042900
              SET WS-POS-EOF TO TRUE                                    00043000
           END-IF.                                                      00043100
           OPEN OUTPUT POSOUT-FILE.                                     00043200
           IF PO-STAT NOT = '00'                                        00043300
              DISPLAY "GL POSITIONS OUTPUT OPEN ERROR"                  00043400
              GO TO ERROR-EXIT                                          00043500
           END-IF.                                                      00043600
           OPEN INPUT SORTED-FILE.                                      00043700
           IF SO-STAT NOT = '00'                                        00043800
              DISPLAY "BRANCH WORK FILE OPEN ERROR"                     00043900
              GO TO ERROR-EXIT                                          00044000
           END-IF.                                                      00044100
           OPEN INPUT PRIOR-FILE.                                       00044200
           IF PR-STAT NOT = '00'                                        00044300
              DISPLAY "NO PRIOR BRANCH TOTALS, STATUS " PR-STAT         00044400
              SET WS-PRIOR-EOF TO TRUE                                  00044500
           END-IF.                                                      00044600
           OPEN INPUT NEWTOT-FILE.                                      00044700
           IF NT-STAT NOT = '00'                                        00044800
              DISPLAY "NEW BRANCH TOTALS OPEN ERROR"                    00044900
              GO TO ERROR-EXIT                                          00045000
           END-IF.                                                      00045100
           OPEN INPUT PTOT-FILE.                                        00045200
           IF PT-STAT NOT = '00'                                        00045300
              DISPLAY "POSTING TOTALS FILE OPEN ERROR"                  00045400
              GO TO ERROR-EXIT                                          00045500
           END-IF.                                                      00045600
           OPEN INPUT ATOT-FILE.                                        00045700
           IF AT-STAT NOT = '00'                                        00045800
              DISPLAY "LOAD TOTALS FILE OPEN ERROR"                     00045900
              GO TO ERROR-EXIT                                          00046000
           END-IF.                                                      00046100
           OPEN INPUT LEDGER-FILE.                                      00046200
           IF LG-STAT NOT = '00'                                        00046300
              DISPLAY "LEDGER FILE OPEN ERROR"                          00046400
              GO TO ERROR-EXIT                                          00046500
           END-IF.                                                      00046600
           OPEN INPUT ACCT-FILE.                                        00046700
           IF AC-STAT NOT = '00'                                        00046800
              DISPLAY "ACCOUNT MASTER OPEN ERROR"                       00046900
              GO TO ERROR-EXIT                                          00047000
           END-IF.                                                      00047100
           OPEN INPUT SUSP-FILE.                                        00047200
           IF SU-STAT NOT = '00'                                        00047300
              DISPLAY "NO TRANSFER SUSPENSE FILE, STATUS " SU-STAT      00047400
              SET WS-SUSP-EOF TO TRUE                                   00047500
           END-IF.                                                      00047600
           OPEN INPUT HISTORY-FILE.                                     00047700
           IF HS-STAT NOT = '00'                                        00047800
              DISPLAY "HISTORY FILE OPEN ERROR"                         00047900
              GO TO ERROR-EXIT                                          00048000
           END-IF.                                                      00048100
           OPEN OUTPUT JRNL-FILE.                                       00048200
           IF GJ-STAT NOT = '00'                                        00048300
              DISPLAY "GL JOURNAL FILE OPEN ERROR"                      00048400
              GO TO ERROR-EXIT                                          00048500
           END-IF.                                                      00048600
                                                                        00048700
       READ-MAP-PARA.                                                   00048800
           READ MAP-FILE                                                00048900
              AT END                                                    00049000
                 SET WS-MAP-EOF TO TRUE                                 00049100
           END-READ.                                                    00049200
                                                                        00049300
       LOAD-MAP-PARA.                                                   00049400
           IF WS-MAP-CT < 300                                           00049500
              ADD 1 TO WS-MAP-CT                                        00049600
              MOVE GM-ENTRY  TO WS-MP-ENTRY(WS-MAP-CT)                  00049700
              MOVE GM-BRANCH TO WS-MP-BRANCH(WS-MAP-CT)                 00049800
              MOVE GM-GLACCT TO WS-MP-GLACCT(WS-MAP-CT)                 00049900
              MOVE GM-DESC   TO WS-MP-DESC(WS-MAP-CT)                   00050000
           ELSE                                                         00050100
              DISPLAY "GL MAPPING TABLE FULL - " GM-ENTRY " "           00050200
                 GM-BRANCH " IGNORED"                                   00050300
           END-IF.                                                      00050400
           PERFORM READ-MAP-PARA.                                       00050500
                                                                        00050600
       READ-POS-PARA.                                                   00050700
           READ POSIN-FILE                                              00050800
              AT END                                                    00050900
                 SET WS-POS-EOF TO TRUE                                 00051000
           END-READ.                                                    00051100
                                                                        00051200
       LOAD-POS-PARA.                                                   00051300
           IF GP-HEADER                                                 00051400
              MOVE 'N' TO WS-OPENING-SW                                 00051500
              MOVE GP-BUSDATE TO WS-POS-DATE                            00051600
              MOVE GP-SUSP-CR TO WS-SUSP-CR-OLD                         00051700
              MOVE GP-SUSP-DR TO WS-SUSP-DR-OLD                         00051800
              MOVE GP-INT-DATE TO WS-INT-DATE-OLD                       00051900
           END-IF.                                                      00052000
           IF GP-DETAIL                                                 00052100
              MOVE GP-BRANCH TO WS-LOOKUP-BRANCH                        00052200
              PERFORM FIND-BRANCH-PARA                                  00052300
              MOVE GP-DEPOSITS TO WS-BR-DEP-OLD(WS-BR-IX)               00052400
              MOVE GP-OVERDRAWN TO WS-BR-OD-OLD(WS-BR-IX)               00052500
           END-IF.                                                      00052600
           PERFORM READ-POS-PARA.                                       00052700
                                                                        00052800
       FIND-BRANCH-PARA.                                                00052900
           MOVE 'N' TO WS-FOUND-SW.                                     00053000
           PERFORM BRANCH-SCAN-PARA                                     00053100
              VARYING WS-BR-IX FROM 1 BY 1                              00053200
              UNTIL WS-BR-IX > WS-BR-CT OR WS-FOUND.                    00053300
           IF WS-FOUND                                                  00053400
              SUBTRACT 1 FROM WS-BR-IX                                  00053500
           ELSE                                                         00053600
              IF WS-BR-CT < 200                                         00053700
                 ADD 1 TO WS-BR-CT                                      00053800
                 MOVE WS-BR-CT TO WS-BR-IX                              00053900
                 MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE(WS-BR-IX)          00054000
                 MOVE 0 TO WS-BR-DEP-NEW(WS-BR-IX)                      00054100
                 MOVE 0 TO WS-BR-OD-NEW(WS-BR-IX)                       00054200
                 MOVE 0 TO WS-BR-DEP-OLD(WS-BR-IX)                      00054300
                 MOVE 0 TO WS-BR-OD-OLD(WS-BR-IX)                       00054400
                 MOVE 0 TO WS-BR-TOT-NEW(WS-BR-IX)                      00054500
                 MOVE 0 TO WS-BR-TOT-OLD(WS-BR-IX)                      00054600
                 MOVE 0 TO WS-BR-ODFEE(WS-BR-IX)                        00054700
                 MOVE 0 TO WS-BR-NSFFEE(WS-BR-IX)                       00054800
                 MOVE 0 TO WS-BR-SWPFEE(WS-BR-IX)                       00054850
                 MOVE 0 TO WS-BR-SVCFEE(WS-BR-IX)                       00054875
                 MOVE 0 TO WS-BR-INT(WS-BR-IX)                          00054900
                 MOVE 0 TO WS-BR-DINT(WS-BR-IX)                         00054933
                 MOVE 0 TO WS-BR-CHGOFF(WS-BR-IX)                       00054966
                 MOVE 0 TO WS-BR-SEPPAY(WS-BR-IX)                       00054983
              ELSE                                                      00055000
                 DISPLAY "BRANCH TABLE FULL AT BRANCH "                 00055100
                    WS-LOOKUP-BRANCH                                    00055200
                 GO TO ERROR-EXIT                                       00055300
              END-IF                                                    00055400
           END-IF.                                                      00055500
                                                                        00055600
       BRANCH-SCAN-PARA.                                                00055700
           IF WS-BR-CODE(WS-BR-IX) = WS-LOOKUP-BRANCH                   00055800
              SET WS-FOUND TO TRUE                                      00055900
           END-IF.                                                      00056000
                                                                        00056100
       READ-SORTED-PARA.                                                00056200
           READ SORTED-FILE                                             00056300
              AT END                                                    00056400
                 SET WS-SORT-EOF TO TRUE                                00056500
           END-READ.                                                    00056600
                                                                        00056700
       POSITION-PARA.                                                   00056800
           IF SO-BALANCE NUMERIC                                        00056900
              MOVE SO-BRANCH TO WS-LOOKUP-BRANCH                        00057000
              PERFORM FIND-BRANCH-PARA                                  00057100
              IF SO-BALANCE < 0                                         00057200
                 SUBTRACT SO-BALANCE FROM WS-BR-OD-NEW(WS-BR-IX)        00057300
              ELSE                                                      00057400
                 ADD SO-BALANCE TO WS-BR-DEP-NEW(WS-BR-IX)              00057500
              END-IF                                                    00057600
           END-IF.                                                      00057700
           PERFORM READ-SORTED-PARA.                                    00057800
                                                                        00057900
       READ-PRIOR-PARA.                                                 00058000
           READ PRIOR-FILE                                              00058100
              AT END                                                    00058200
                 SET WS-PRIOR-EOF TO TRUE                               00058300
           END-READ.                                                    00058400
                                                                        00058500
       PRIOR-PARA.                                                      00058600
           IF PRI-TOTAL NUMERIC                                         00058700
              SET WS-PRIOR-TOT-SEEN TO TRUE                             00058800
              MOVE PRI-BRANCH TO WS-LOOKUP-BRANCH                       00058900
              PERFORM FIND-BRANCH-PARA                                  00059000
              ADD PRI-TOTAL TO WS-BR-TOT-OLD(WS-BR-IX)                  00059100
           END-IF.                                                      00059200
           PERFORM READ-PRIOR-PARA.                                     00059300
                                                                        00059400
       READ-NEW-PARA.                                                   00059500
           READ NEWTOT-FILE                                             00059600
              AT END                                                    00059700
                 SET WS-NEW-EOF TO TRUE                                 00059800
           END-READ.                                                    00059900
                                                                        00060000
       NEWTOT-PARA.                                                     00060100
           IF NEW-TOTAL NUMERIC                                         00060200
              MOVE NEW-BRANCH TO WS-LOOKUP-BRANCH                       00060300
              PERFORM FIND-BRANCH-PARA                                  00060400
              ADD NEW-TOTAL TO WS-BR-TOT-NEW(WS-BR-IX)                  00060500
           END-IF.                                                      00060600
           PERFORM READ-NEW-PARA.                                       00060700
                                                                        00060800
       TOTALS-PARA.                                                     00060900
           READ PTOT-FILE                                               00061000
              AT END                                                    00061100
                 DISPLAY "POSTING TOTALS RECORD MISSING"                00061200
                 GO TO ERROR-EXIT                                       00061300
           END-READ.                                                    00061400
           MOVE PT-POST-DATE TO WS-POST-DATE.                           00061500
           READ ATOT-FILE                                               00061600
              AT END                                                    00061700
                 DISPLAY "LOAD TOTALS RECORD MISSING"                   00061800
                 GO TO ERROR-EXIT                                       00061900
           END-READ.                                                    00062000
           MOVE AT-NET-CHANGE TO WS-LOAD-NET.                           00062100
                                                                        00062200
       READ-LEDG-PARA.                                                  00062300
           READ LEDGER-FILE                                             00062400
              AT END                                                    00062500
                 SET WS-LEDG-EOF TO TRUE                                00062600
           END-READ.                                                    00062700
                                                                        00062800
       LEDGER-PARA.                                                     00062900
           IF LG-TIMESTAMP(1:8) = WS-POST-DATE                          00063000
              PERFORM LEDG-ITEM-PARA                                    00063100
           END-IF.                                                      00063200
           PERFORM READ-LEDG-PARA.                                      00063300
                                                                        00063400
       LEDG-ITEM-PARA.                                                  00063500
           IF LG-CREDIT                                                 00063600
              ADD LG-AMOUNT TO WS-LG-CREDITS                            00063700
           END-IF.                                                      00063800
           IF LG-DEBIT                                                  00063900
              ADD LG-AMOUNT TO WS-LG-DEBITS                             00064000
           END-IF.                                                      00064100
           IF LG-CHGOFF                                                 00064108
              MOVE LG-ACCTNO TO AC-ACCTNO                               00064116
              READ ACCT-FILE                                            00064124
                 INVALID KEY                                            00064132
                    MOVE '****' TO AC-BRANCH                            00064140
              END-READ                                                  00064148
              MOVE AC-BRANCH TO WS-LOOKUP-BRANCH                        00064156
              PERFORM FIND-BRANCH-PARA                                  00064164
              ADD LG-AMOUNT TO WS-CHGOFF-TOTAL                          00064172
              ADD LG-AMOUNT TO WS-BR-CHGOFF(WS-BR-IX)                   00064180
           END-IF.                                                      00064186
           IF LG-FINALINT OR LG-PAYOUT                                  00064192
              MOVE LG-ACCTNO TO AC-ACCTNO                               00064198
              READ ACCT-FILE                                            00064204
                 INVALID KEY                                            00064210
                    MOVE '****' TO AC-BRANCH                            00064216
              END-READ                                                  00064222
              MOVE AC-BRANCH TO WS-LOOKUP-BRANCH                        00064228
              PERFORM FIND-BRANCH-PARA                                  00064234
              IF LG-FINALINT                                            00064240
                 ADD LG-AMOUNT TO WS-INT-TOTAL                          00064246
                 ADD LG-AMOUNT TO WS-BR-INT(WS-BR-IX)                   00064252
              ELSE                                                      00064258
                 ADD LG-AMOUNT TO WS-SEPPAY-TOTAL                       00064264
                 ADD LG-AMOUNT TO WS-BR-SEPPAY(WS-BR-IX)                00064270
              END-IF                                                    00064276
           END-IF.                                                      00064282
           IF LG-ODFEE OR LG-NSFFEE OR LG-SWEEPFEE                      00064288
              MOVE LG-ACCTNO TO AC-ACCTNO                               00064300
              READ ACCT-FILE                                            00064400
                 INVALID KEY                                            00064500
                    MOVE '****' TO AC-BRANCH                            00064600
              END-READ                                                  00064700
              MOVE AC-BRANCH TO WS-LOOKUP-BRANCH                        00064800
              PERFORM FIND-BRANCH-PARA                                  00064900
              ADD LG-AMOUNT TO WS-FEE-TOTAL                             00065000
              EVALUATE TRUE                                             00065066
                 WHEN LG-ODFEE                                          00065132
                    ADD LG-AMOUNT TO WS-BR-ODFEE(WS-BR-IX)              00065198
                 WHEN LG-NSFFEE                                         00065264
                    ADD LG-AMOUNT TO WS-BR-NSFFEE(WS-BR-IX)             00065330
                 WHEN OTHER                                             00065396
                    ADD LG-AMOUNT TO WS-BR-SWPFEE(WS-BR-IX)             00065462
              END-EVALUATE                                              00065528
           END-IF.                                                      00065600
                                                                        00065700
       READ-SUSP-PARA.                                                  00065800
           READ SUSP-FILE                                               00065900
              AT END                                                    00066000
                 SET WS-SUSP-EOF TO TRUE                                00066100
           END-READ.                                                    00066200
                                                                        00066300
       SUSP-PARA.                                                       00066400
           IF SUS-AMOUNT NUMERIC                                        00066500
              IF SUS-TRANCODE = 'D' OR SUS-TRANCODE = 'C'               00066600
                 ADD SUS-AMOUNT TO WS-SUSP-CR-NEW                       00066700
              ELSE                                                      00066800
                 ADD SUS-AMOUNT TO WS-SUSP-DR-NEW                       00066900
              END-IF                                                    00067000
           END-IF.                                                      00067100
           PERFORM READ-SUSP-PARA.                                      00067200
                                                                        00067300
       READ-HIST-PARA.                                                  00067400
           READ HISTORY-FILE                                            00067500
              AT END                                                    00067600
                 SET WS-HIST-EOF TO TRUE                                00067700
           END-READ.                                                    00067800
                                                                        00067900
       HIST-PARA.                                                       00068000
           IF (HIS-INTEREST OR HIS-SVCCHG OR HIS-DEBITINT)              00068100
              AND HIS-TIMESTAMP(1:8) > WS-INT-DATE-OLD                  00068200
              AND HIS-TIMESTAMP(1:8) <= WS-JRNL-DATE                    00068300
              PERFORM HIST-INT-PARA                                     00068400
           END-IF.                                                      00068500
           PERFORM READ-HIST-PARA.                                      00068600
                                                                        00068700
       HIST-INT-PARA.                                                   00068800
           IF HIS-TIMESTAMP(1:8) > WS-INT-DATE-NEW                      00068900
              MOVE HIS-TIMESTAMP(1:8) TO WS-INT-DATE-NEW                00069000
           END-IF.                                                      00069100
           MOVE 0 TO WS-BEF-BAL.                                        00069200
           MOVE 0 TO WS-AFT-BAL.                                        00069300
           IF HIS-BEFORE NOT = SPACE                                    00069400
              MOVE HIS-BEFORE(21:11) TO WS-BEF-BAL-X                    00069500
              IF WS-BEF-BAL-R NUMERIC                                   00069600
                 MOVE WS-BEF-BAL-R TO WS-BEF-BAL                        00069700
              END-IF                                                    00069800
           END-IF.                                                      00069900
           IF HIS-AFTER NOT = SPACE                                     00070000
              MOVE HIS-AFTER(21:11) TO WS-AFT-BAL-X                     00070100
              IF WS-AFT-BAL-R NUMERIC                                   00070200
                 MOVE WS-AFT-BAL-R TO WS-AFT-BAL                        00070300
              END-IF                                                    00070400
           END-IF.                                                      00070500
           MOVE HIS-AFTER(17:4) TO WS-LOOKUP-BRANCH.                    00070600
           PERFORM FIND-BRANCH-PARA.                                    00070700
           EVALUATE TRUE                                                00070727
              WHEN HIS-SVCCHG                                           00070754
                 COMPUTE WS-BR-SVCFEE(WS-BR-IX) =                       00070781
                    WS-BR-SVCFEE(WS-BR-IX) + WS-BEF-BAL - WS-AFT-BAL    00070808
                 COMPUTE WS-SVC-TOTAL =                                 00070835
                    WS-SVC-TOTAL + WS-BEF-BAL - WS-AFT-BAL              00070862
              WHEN HIS-DEBITINT                                         00070889
                 COMPUTE WS-BR-DINT(WS-BR-IX) =                         00070916
                    WS-BR-DINT(WS-BR-IX) + WS-BEF-BAL - WS-AFT-BAL      00070943
                 COMPUTE WS-DINT-TOTAL =                                00070970
                    WS-DINT-TOTAL + WS-BEF-BAL - WS-AFT-BAL             00070997
              WHEN OTHER                                                00071024
                 COMPUTE WS-BR-INT(WS-BR-IX) =                          00071051
                    WS-BR-INT(WS-BR-IX) + WS-AFT-BAL - WS-BEF-BAL       00071078
                 COMPUTE WS-INT-TOTAL =                                 00071105
                    WS-INT-TOTAL + WS-AFT-BAL - WS-BEF-BAL              00071132
           END-EVALUATE.                                                00071159
                                                                        00071200
       OPENING-PARA.                                                    00071300
           DISPLAY "GENERAL LEDGER JOURNAL FOR " WS-JRNL-DATE.          00071400
           DISPLAY SPACE.                                               00071500
           DISPLAY "NO PRIOR GL POSITIONS - OPENING POSITIONS TAKEN "   00071600
              "FROM TONIGHT'S BALANCES".                                00071700
           DISPLAY "NO JOURNAL IS RELEASED FOR THIS BUSINESS DATE".     00071800
           IF WS-INT-DATE-NEW = '00000000'                              00071900
              MOVE WS-INT-DATE-OLD TO WS-INT-DATE-NEW                   00072000
           END-IF.                                                      00072100
                                                                        00072200
       BUILD-PARA.                                                      00072300
           IF WS-INT-DATE-NEW = '00000000'                              00072400
              MOVE WS-INT-DATE-OLD TO WS-INT-DATE-NEW                   00072500
           END-IF.                                                      00072600
           PERFORM BRANCH-LINES-PARA                                    00072700
              VARYING WS-SUB FROM 1 BY 1                                00072800
              UNTIL WS-SUB > WS-BR-CT.                                  00072900
           MOVE '****' TO WS-LN-BRANCH.                                 00073000
           MOVE 'CLRG' TO WS-LN-ENTRY.                                  00073100
           MOVE 'D' TO WS-LN-SIDE.                                      00073200
           MOVE PT-CREDITS TO WS-LN-AMT.                                00073300
           PERFORM ADD-LINE-PARA.                                       00073400
           MOVE 'C' TO WS-LN-SIDE.                                      00073500
           COMPUTE WS-LN-AMT = PT-DEBITS - WS-FEE-TOTAL.                00073600
           PERFORM ADD-LINE-PARA.                                       00073700
           MOVE 'ACLD' TO WS-LN-ENTRY.                                  00073800
           MOVE 'D' TO WS-LN-SIDE.                                      00073900
           MOVE WS-LOAD-NET TO WS-LN-AMT.                               00074000
           PERFORM ADD-LINE-PARA.                                       00074100
           COMPUTE WS-SUSP-MOVE =                                       00074200
              (WS-SUSP-CR-NEW - WS-SUSP-DR-NEW)                         00074300
              - (WS-SUSP-CR-OLD - WS-SUSP-DR-OLD).                      00074400
           MOVE 'SUSP' TO WS-LN-ENTRY.                                  00074500
           MOVE 'C' TO WS-LN-SIDE.                                      00074600
           MOVE WS-SUSP-MOVE TO WS-LN-AMT.                              00074700
           PERFORM ADD-LINE-PARA.                                       00074800
           MOVE 'CLRG' TO WS-LN-ENTRY.                                  00074900
           MOVE 'D' TO WS-LN-SIDE.                                      00075000
           MOVE WS-SUSP-MOVE TO WS-LN-AMT.                              00075100
           PERFORM ADD-LINE-PARA.                                       00075200
                                                                        00075300
       BRANCH-LINES-PARA.                                               00075400
           MOVE WS-BR-CODE(WS-SUB) TO WS-LN-BRANCH.                     00075500
           MOVE 'DEPL' TO WS-LN-ENTRY.                                  00075600
           MOVE 'C' TO WS-LN-SIDE.                                      00075700
           COMPUTE WS-LN-AMT =                                          00075800
              WS-BR-DEP-NEW(WS-SUB) - WS-BR-DEP-OLD(WS-SUB).            00075900
           PERFORM ADD-LINE-PARA.                                       00076000
           MOVE 'ODAS' TO WS-LN-ENTRY.                                  00076100
           MOVE 'D' TO WS-LN-SIDE.                                      00076200
           COMPUTE WS-LN-AMT =                                          00076300
              WS-BR-OD-NEW(WS-SUB) - WS-BR-OD-OLD(WS-SUB).              00076400
           PERFORM ADD-LINE-PARA.                                       00076500
           MOVE 'FEEO' TO WS-LN-ENTRY.                                  00076600
           MOVE 'C' TO WS-LN-SIDE.                                      00076700
           MOVE WS-BR-ODFEE(WS-SUB) TO WS-LN-AMT.                       00076800
           PERFORM ADD-LINE-PARA.                                       00076900
           MOVE 'FEER' TO WS-LN-ENTRY.                                  00077000
           MOVE WS-BR-NSFFEE(WS-SUB) TO WS-LN-AMT.                      00077100
           PERFORM ADD-LINE-PARA.                                       00077200
           MOVE 'FEES' TO WS-LN-ENTRY.                                  00077225
           MOVE WS-BR-SWPFEE(WS-SUB) TO WS-LN-AMT.                      00077250
           PERFORM ADD-LINE-PARA.                                       00077275
           MOVE 'FEEM' TO WS-LN-ENTRY.                                  00077281
           MOVE WS-BR-SVCFEE(WS-SUB) TO WS-LN-AMT.                      00077287
           PERFORM ADD-LINE-PARA.                                       00077293
           MOVE 'INTD' TO WS-LN-ENTRY.                                  00077294
           MOVE WS-BR-DINT(WS-SUB) TO WS-LN-AMT.                        00077295
           PERFORM ADD-LINE-PARA.                                       00077296
           MOVE 'INTX' TO WS-LN-ENTRY.                                  00077300
           MOVE 'D' TO WS-LN-SIDE.                                      00077400
           MOVE WS-BR-INT(WS-SUB) TO WS-LN-AMT.                         00077500
           PERFORM ADD-LINE-PARA.                                       00077600
           MOVE 'CHGO' TO WS-LN-ENTRY.                                  00077620
           MOVE 'D' TO WS-LN-SIDE.                                      00077640
           MOVE WS-BR-CHGOFF(WS-SUB) TO WS-LN-AMT.                      00077660
           PERFORM ADD-LINE-PARA.                                       00077680
           MOVE 'SEPP' TO WS-LN-ENTRY.                                  00077684
           MOVE 'C' TO WS-LN-SIDE.                                      00077688
           MOVE WS-BR-SEPPAY(WS-SUB) TO WS-LN-AMT.                      00077692
           PERFORM ADD-LINE-PARA.                                       00077696
                                                                        00077700
       ADD-LINE-PARA.                                                   00077800
           IF WS-LN-AMT NOT = 0                                         00077900
              PERFORM STORE-LINE-PARA                                   00078000
           END-IF.                                                      00078100
                                                                        00078200
       STORE-LINE-PARA.                                                 00078300
           IF WS-LN-AMT < 0                                             00078400
              COMPUTE WS-LN-AMT = 0 - WS-LN-AMT                         00078500
              IF WS-LN-SIDE = 'D'                                       00078600
                 MOVE 'C' TO WS-LN-SIDE                                 00078700
              ELSE                                                      00078800
                 MOVE 'D' TO WS-LN-SIDE                                 00078900
              END-IF                                                    00079000
           END-IF.                                                      00079100
           PERFORM MAP-LOOKUP-PARA.                                     00079200
           IF WS-JL-CT < 1200                                           00079300
              ADD 1 TO WS-JL-CT                                         00079400
              MOVE WS-LN-ENTRY  TO WS-JL-ENTRY(WS-JL-CT)                00079500
              MOVE WS-LN-BRANCH TO WS-JL-BRANCH(WS-JL-CT)               00079600
              MOVE WS-LN-GLACCT TO WS-JL-GLACCT(WS-JL-CT)               00079700
              MOVE WS-LN-SIDE   TO WS-JL-DRCR(WS-JL-CT)                 00079800
              MOVE WS-LN-AMT    TO WS-JL-AMOUNT(WS-JL-CT)               00079900
              MOVE WS-LN-DESC   TO WS-JL-DESC(WS-JL-CT)                 00080000
              IF WS-LN-SIDE = 'D'                                       00080100
                 ADD WS-LN-AMT TO WS-DR-TOTAL                           00080200
              ELSE                                                      00080300
                 ADD WS-LN-AMT TO WS-CR-TOTAL                           00080400
              END-IF                                                    00080500
           ELSE                                                         00080600
              DISPLAY "** JOURNAL TABLE FULL AT " WS-LN-ENTRY " "       00080700
                 WS-LN-BRANCH                                           00080800
              SET WS-PROOF-BAD TO TRUE                                  00080900
           END-IF.                                                      00081000
                                                                        00081100
       MAP-LOOKUP-PARA.                                                 00081200
           MOVE WS-LN-BRANCH TO WS-LOOKUP-BRANCH.                       00081300
           MOVE 'N' TO WS-FOUND-SW.                                     00081400
           PERFORM MAP-SCAN-PARA                                        00081500
              VARYING WS-MAP-IX FROM 1 BY 1                             00081600
              UNTIL WS-MAP-IX > WS-MAP-CT OR WS-FOUND.                  00081700
           IF NOT WS-FOUND                                              00081800
              MOVE '****' TO WS-LOOKUP-BRANCH                           00081900
              PERFORM MAP-SCAN-PARA                                     00082000
                 VARYING WS-MAP-IX FROM 1 BY 1                          00082100
                 UNTIL WS-MAP-IX > WS-MAP-CT OR WS-FOUND                00082200
           END-IF.                                                      00082300
           IF WS-FOUND                                                  00082400
              SUBTRACT 1 FROM WS-MAP-IX                                 00082500
              MOVE WS-MP-GLACCT(WS-MAP-IX) TO WS-LN-GLACCT              00082600
              MOVE WS-MP-DESC(WS-MAP-IX) TO WS-LN-DESC                  00082700
           ELSE                                                         00082800
              MOVE '** UNMAPPED' TO WS-LN-GLACCT                        00082900
              MOVE SPACE TO WS-LN-DESC                                  00083000
              DISPLAY "** NO GL MAPPING FOR ENTRY " WS-LN-ENTRY         00083100
                 " BRANCH " WS-LN-BRANCH                                00083200
              SET WS-PROOF-BAD TO TRUE                                  00083300
           END-IF.                                                      00083400
                                                                        00083500
       MAP-SCAN-PARA.                                                   00083600
           IF WS-MP-ENTRY(WS-MAP-IX) = WS-LN-ENTRY                      00083700
              AND WS-MP-BRANCH(WS-MAP-IX) = WS-LOOKUP-BRANCH            00083800
              SET WS-FOUND TO TRUE                                      00083900
           END-IF.                                                      00084000
                                                                        00084100
       LIST-PARA.                                                       00084200
           DISPLAY "GENERAL LEDGER JOURNAL FOR " WS-JRNL-DATE           00084300
              "   POSITIONS FROM " WS-POS-DATE.                         00084400
           DISPLAY SPACE.                                               00084500
           DISPLAY "   LINE  ENTR  BRNC  GL ACCOUNT   "                 00084600
              "              DEBIT                CREDIT  DESCRIPTION". 00084700
           DISPLAY SPACE.                                               00084800
           PERFORM LIST-LINE-PARA                                       00084900
              VARYING WS-SUB FROM 1 BY 1                                00085000
              UNTIL WS-SUB > WS-JL-CT.                                  00085100
           DISPLAY SPACE.                                               00085200
           MOVE SPACE TO WS-DETAIL-LINE.                                00085300
           MOVE WS-DR-TOTAL TO DL-DEBIT.                                00085400
           MOVE WS-CR-TOTAL TO DL-CREDIT.                               00085500
           MOVE 'JOURNAL TOTALS' TO DL-DESC.                            00085600
           DISPLAY WS-DETAIL-LINE.                                      00085700
           DISPLAY SPACE.                                               00085800
                                                                        00085900
       LIST-LINE-PARA.                                                  00086000
           MOVE SPACE TO WS-DETAIL-LINE.                                00086100
           MOVE WS-SUB TO DL-LINE.                                      00086200
           MOVE WS-JL-ENTRY(WS-SUB) TO DL-ENTRY.                        00086300
           MOVE WS-JL-BRANCH(WS-SUB) TO DL-BRANCH.                      00086400
           MOVE WS-JL-GLACCT(WS-SUB) TO DL-GLACCT.                      00086500
           IF WS-JL-DRCR(WS-SUB) = 'D'                                  00086600
              MOVE WS-JL-AMOUNT(WS-SUB) TO DL-DEBIT                     00086700
           ELSE                                                         00086800
              MOVE WS-JL-AMOUNT(WS-SUB) TO DL-CREDIT                    00086900
           END-IF.                                                      00087000
           MOVE WS-JL-DESC(WS-SUB) TO DL-DESC.                          00087100
           DISPLAY WS-DETAIL-LINE.                                      00087200
                                                                        00087300
       PROOF-PARA.                                                      00087400
           IF WS-POS-DATE NOT < BD-BUSDATE                              00087500
              DISPLAY "** PRIOR GL POSITIONS ALREADY CARRY "            00087600
                 WS-POS-DATE " - JOURNAL WOULD REPEAT"                  00087700
              SET WS-PROOF-BAD TO TRUE                                  00087800
           END-IF.                                                      00087900
           MOVE WS-LG-CREDITS TO WS-AMT-EDIT.                           00088000
           DISPLAY "LEDGER CREDITS FOR " WS-POST-DATE ":  " WS-AMT-EDIT.00088100
           MOVE WS-LG-DEBITS TO WS-AMT-EDIT.                            00088200
           DISPLAY "LEDGER DEBITS FOR " WS-POST-DATE ":   " WS-AMT-EDIT.00088300
           MOVE WS-FEE-TOTAL TO WS-AMT-EDIT.                            00088400
           DISPLAY "FEE INCOME:                   " WS-AMT-EDIT.        00088500
           MOVE WS-INT-TOTAL TO WS-AMT-EDIT.                            00088600
           DISPLAY "INTEREST EXPENSE:             " WS-AMT-EDIT.        00088700
           MOVE WS-SVC-TOTAL TO WS-AMT-EDIT.                            00088750
           DISPLAY "SERVICE CHARGES:              " WS-AMT-EDIT.        00088800
           MOVE WS-DINT-TOTAL TO WS-AMT-EDIT.                           00088810
           DISPLAY "DEBIT INTEREST INCOME:        " WS-AMT-EDIT.        00088820
           MOVE WS-CHGOFF-TOTAL TO WS-AMT-EDIT.                         00088830
           DISPLAY "CHARGE-OFFS WRITTEN OFF:      " WS-AMT-EDIT.        00088840
           MOVE WS-SEPPAY-TOTAL TO WS-AMT-EDIT.                         00088843
           DISPLAY "SEPARATION PAYOUTS:           " WS-AMT-EDIT.        00088846
           DISPLAY "MONTH-END TAKEN THROUGH:      " WS-INT-DATE-NEW.    00088850
           MOVE WS-SUSP-MOVE TO WS-AMT-EDIT.                            00088900
           DISPLAY "SUSPENSE MOVEMENT:            " WS-AMT-EDIT.        00089000
           DISPLAY SPACE.                                               00089100
           COMPUTE WS-DIFF = WS-LG-CREDITS - PT-CREDITS.                00089200
           IF WS-DIFF NOT = 0                                           00089300
              MOVE WS-DIFF TO WS-AMT-EDIT                               00089400
              DISPLAY "** LEDGER CREDITS VS POSTING TOTALS OUT BY "     00089500
                 WS-AMT-EDIT                                            00089600
              SET WS-PROOF-BAD TO TRUE                                  00089700
           END-IF.                                                      00089800
           COMPUTE WS-DIFF = WS-LG-DEBITS - PT-DEBITS.                  00089900
           IF WS-DIFF NOT = 0                                           00090000
              MOVE WS-DIFF TO WS-AMT-EDIT                               00090100
              DISPLAY "** LEDGER DEBITS VS POSTING TOTALS OUT BY "      00090200
                 WS-AMT-EDIT                                            00090300
              SET WS-PROOF-BAD TO TRUE                                  00090400
           END-IF.                                                      00090500
           PERFORM TIE-PARA                                             00090600
              VARYING WS-SUB FROM 1 BY 1                                00090700
              UNTIL WS-SUB > WS-BR-CT.                                  00090800
           COMPUTE WS-DIFF = WS-DR-TOTAL - WS-CR-TOTAL.                 00090900
           IF WS-DIFF = 0                                               00091000
              DISPLAY "JOURNAL DEBITS EQUAL CREDITS"                    00091100
           ELSE                                                         00091200
              MOVE WS-DIFF TO WS-AMT-EDIT                               00091300
              DISPLAY "** JOURNAL DEBITS VS CREDITS OUT BY "            00091400
                 WS-AMT-EDIT                                            00091500
              SET WS-PROOF-BAD TO TRUE                                  00091600
           END-IF.                                                      00091700
           IF WS-PROOF-BAD                                              00091800
              DISPLAY SPACE                                             00091900
              DISPLAY "** GL JOURNAL FAILED - FEED HELD **"             00092000
           ELSE                                                         00092100
              DISPLAY "JOURNAL AGREES WITH POSTING AND BRANCH TOTALS"   00092200
              DISPLAY SPACE                                             00092300
              DISPLAY "GL JOURNAL BALANCED - " WS-JL-CT                 00092400
                 " LINES RELEASED"                                      00092500
           END-IF.                                                      00092600
                                                                        00092700
       TIE-PARA.                                                        00092800
           COMPUTE WS-DIFF = WS-BR-DEP-NEW(WS-SUB)                      00092900
              - WS-BR-OD-NEW(WS-SUB) - WS-BR-TOT-NEW(WS-SUB).           00093000
           IF WS-DIFF NOT = 0                                           00093100
              MOVE WS-DIFF TO WS-AMT-EDIT                               00093200
              DISPLAY "** BRANCH " WS-BR-CODE(WS-SUB)                   00093300
                 " POSITION VS BRTOTALS OUT BY " WS-AMT-EDIT            00093400
              SET WS-PROOF-BAD TO TRUE                                  00093500
           END-IF.                                                      00093600
           IF WS-PRIOR-TOT-SEEN                                         00093700
              COMPUTE WS-DIFF = WS-BR-DEP-OLD(WS-SUB)                   00093800
                 - WS-BR-OD-OLD(WS-SUB) - WS-BR-TOT-OLD(WS-SUB)         00093900
              IF WS-DIFF NOT = 0                                        00094000
                 MOVE WS-DIFF TO WS-AMT-EDIT                            00094100
                 DISPLAY "** BRANCH " WS-BR-CODE(WS-SUB)                00094200
                    " PRIOR POSITION VS BRTOTALS OUT BY " WS-AMT-EDIT   00094300
                 SET WS-PROOF-BAD TO TRUE                               00094400
              END-IF                                                    00094500
           END-IF.                                                      00094600
                                                                        00094700
       POSOUT-PARA.                                                     00094800
           MOVE SPACE TO PO-POSREC.                                     00094900
           MOVE 'H' TO PO-TYPE.                                         00095000
           MOVE '****' TO PO-BRANCH.                                    00095100
           IF WS-PROOF-OK                                               00095200
              MOVE BD-BUSDATE TO PO-BUSDATE                             00095300
              MOVE WS-SUSP-CR-NEW TO PO-SUSP-CR                         00095400
              MOVE WS-SUSP-DR-NEW TO PO-SUSP-DR                         00095500
              MOVE WS-INT-DATE-NEW TO PO-INT-DATE                       00095600
           ELSE                                                         00095700
              MOVE WS-POS-DATE TO PO-BUSDATE                            00095800
              MOVE WS-SUSP-CR-OLD TO PO-SUSP-CR                         00095900
              MOVE WS-SUSP-DR-OLD TO PO-SUSP-DR                         00096000
              MOVE WS-INT-DATE-OLD TO PO-INT-DATE                       00096100
           END-IF.                                                      00096200
           WRITE PO-POSREC.                                             00096300
           PERFORM POSOUT-BRANCH-PARA                                   00096400
              VARYING WS-SUB FROM 1 BY 1                                00096500
              UNTIL WS-SUB > WS-BR-CT.                                  00096600
           IF WS-PROOF-BAD                                              00096700
              DISPLAY "PRIOR GL POSITIONS CARRIED FORWARD UNCHANGED"    00096800
           END-IF.                                                      00096900
                                                                        00097000
       POSOUT-BRANCH-PARA.                                              00097100
           MOVE SPACE TO PO-POSREC.                                     00097200
           MOVE 'B' TO PO-TYPE.                                         00097300
           MOVE WS-BR-CODE(WS-SUB) TO PO-BRANCH.                        00097400
           IF WS-PROOF-OK                                               00097500
              MOVE BD-BUSDATE TO PO-BUSDATE                             00097600
              MOVE WS-BR-DEP-NEW(WS-SUB) TO PO-DEPOSITS                 00097700
              MOVE WS-BR-OD-NEW(WS-SUB) TO PO-OVERDRAWN                 00097800
           ELSE                                                         00097900
              MOVE WS-POS-DATE TO PO-BUSDATE                            00098000
              MOVE WS-BR-DEP-OLD(WS-SUB) TO PO-DEPOSITS                 00098100
              MOVE WS-BR-OD-OLD(WS-SUB) TO PO-OVERDRAWN                 00098200
           END-IF.                                                      00098300
           MOVE 0 TO PO-INT-DATE.                                       00098400
           WRITE PO-POSREC.                                             00098500
                                                                        00098600
       WRITE-JRNL-PARA.                                                 00098700
           MOVE SPACE TO GJ-JRNLREC.                                    00098800
           MOVE BD-BUSDATE TO GJ-BUSDATE.                               00098900
           MOVE WS-SUB TO GJ-LINE-NO.                                   00099000
           MOVE WS-JL-GLACCT(WS-SUB) TO GJ-GLACCT.                      00099100
           MOVE WS-JL-BRANCH(WS-SUB) TO GJ-BRANCH.                      00099200
           MOVE WS-JL-ENTRY(WS-SUB) TO GJ-ENTRY.                        00099300
           MOVE WS-JL-DRCR(WS-SUB) TO GJ-DRCR.                          00099400
           MOVE WS-JL-AMOUNT(WS-SUB) TO GJ-AMOUNT.                      00099500
           MOVE WS-JL-DESC(WS-SUB) TO GJ-DESC.                          00099600
           WRITE GJ-JRNLREC.                                            00099700
                                                                        00099800
       CLOSE-PARA.                                                      00099900
           CLOSE MAP-FILE.                                              00100000
           IF PI-STAT = '00' OR PI-STAT = '10'                          00100100
              CLOSE POSIN-FILE                                          00100200
           END-IF.                                                      00100300
           CLOSE POSOUT-FILE.                                           00100400
           CLOSE SORTED-FILE.                                           00100500
           IF PR-STAT = '00' OR PR-STAT = '10'                          00100600
              CLOSE PRIOR-FILE                                          00100700
           END-IF.                                                      00100800
           CLOSE NEWTOT-FILE.                                           00100900
           CLOSE PTOT-FILE.                                             00101000
           CLOSE ATOT-FILE.                                             00101100
           CLOSE LEDGER-FILE.                                           00101200
           CLOSE ACCT-FILE.                                             00101300
           IF SU-STAT = '00' OR SU-STAT = '10'                          00101400
              CLOSE SUSP-FILE                                           00101500
           END-IF.                                                      00101600
           CLOSE HISTORY-FILE.                                          00101700
           CLOSE JRNL-FILE.                                             00101800
