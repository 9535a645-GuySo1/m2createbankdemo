           ORGANIZATION IS SEQUENTIAL                                   00014800
           ACCESS MODE IS SEQUENTIAL                                    00014900
           FILE STATUS IS HS-STAT.                                      00015000
                                                                        00015016
           SELECT SEPREQ-FILE ASSIGN TO SEPREQ                          00015032
           ORGANIZATION IS SEQUENTIAL                                   00015048
           ACCESS MODE IS SEQUENTIAL                                    00015064
           FILE STATUS IS SQ-STAT.                                      00015080
                                                                        00015100
       DATA DIVISION.                                                   00015200
       FILE SECTION.                                                    00015300
                                                                        00018200
       FD HISTORY-FILE.                                                 00018300
           COPY HISTREC.                                                00018400
                                                                        00018425
       FD SEPREQ-FILE.                                                  00018450
           COPY SEPRQREC.                                               00018475
                                                                        00018500
       WORKING-STORAGE SECTION.                                         00018600
       01 ML-STAT          PIC X(02) VALUE SPACE.                       00018700
          88 CK-SUCCESS    VALUE X'00'.                                 00020000
       01 XR-STAT          PIC X(02) VALUE SPACE.                       00020100
       01 HS-STAT          PIC X(02) VALUE SPACE.                       00020200
       01 SQ-STAT          PIC X(02) VALUE SPACE.                       00020250
       01 ML-REC           PIC X(63).                                   00020300
       01 ML-REC-FIELDS REDEFINES ML-REC.                               00020400
          05 FILLER        PIC X(30).                                   00020500
          88 WS-TRAN-DELETE   VALUE 'D'.                                00024800
          88 WS-TRAN-VALID    VALUE 'A' 'C' 'D'.                        00024900
       01 WS-DELETE-COUNT  PIC 9(08) VALUE 0.                           00025000
       01 WS-SEPREQ-COUNT  PIC 9(08) VALUE 0.                           00025050
       01 WS-LOAD-DATE     PIC 9(08) VALUE 0.                           00025100
       01 WS-OLD-ACCTNO    PIC X(10) VALUE SPACE.                       00025200
       01 WS-BEFORE-IMAGE  PIC X(71) VALUE SPACE.                       00025300
              MOVE HS-STAT TO EP-FILESTAT                               00036700
              GO TO ERROR-EXIT                                          00036800
           END-IF.                                                      00036900
           OPEN EXTEND SEPREQ-FILE.                                     00036911
           IF SQ-STAT NOT = '00'                                        00036922
              DISPLAY "SEPARATION REQUEST FILE OPEN ERROR"              00036933
              MOVE 'OPEN-PARA' TO EP-PARA                               00036944
              MOVE 'SEPARATION REQUEST FILE OPEN ERROR' TO EP-MSG       00036955
              MOVE SQ-STAT TO EP-FILESTAT                               00036966
              GO TO ERROR-EXIT                                          00036977
           END-IF.                                                      00036988
       OPEN-EXIT.                                                       00037000
           EXIT.                                                        00037100
                                                                        00037200
                 PERFORM XREF-DEL-PARA THROUGH XREF-DEL-EXIT            00065900
                 MOVE 'D' TO WS-HIST-FUNC                               00066000
                 PERFORM HIST-PARA THROUGH HIST-EXIT                    00066100
                 PERFORM SEPREQ-PARA THROUGH SEPREQ-EXIT                00066150
           END-DELETE.                                                  00066200
           PERFORM AUDIT-PARA THROUGH AUDIT-EXIT.                       00066300
       DELETE-EXIT.                                                     00066400
           EXIT.                                                        00066500
       SEPREQ-PARA.                                                     00066508
           MOVE SPACE TO SQ-SEPREQ.                                     00066516
           MOVE IN-EMPID TO SQ-EMPID.                                   00066524
           MOVE IN-FIRSTNAME TO SQ-FIRSTNAME.                           00066532
           MOVE IN-LASTNAME TO SQ-LASTNAME.                             00066540
           MOVE WS-LOAD-DATE TO SQ-REQ-DATE.                            00066548
           MOVE WS-JOB-ID TO SQ-JOBID.                                  00066556
           WRITE SQ-SEPREQ.                                             00066564
           ADD 1 TO WS-SEPREQ-COUNT.                                    00066572
       SEPREQ-EXIT.                                                     00066580
           EXIT.                                                        00066588
       REJECT-PARA.                                                     00066600
           DISPLAY "EMPLOYEE RECORD REJECTED - " ML-REC.                00066700
           MOVE WS-TRAN-CODE TO REJ-TRANCODE.                           00066800
           DISPLAY "RECORDS INSERTED:      " WS-INSERT-COUNT.           00085200
           DISPLAY "RECORDS UPDATED:       " WS-UPDATE-COUNT.           00085300
           DISPLAY "RECORDS DELETED:       " WS-DELETE-COUNT.           00085400
           DISPLAY "SEPARATIONS REQUESTED: " WS-SEPREQ-COUNT.           00085450
           DISPLAY "RECORDS REJECTED:      " WS-REJECT-COUNT.           00085500
           DISPLAY "RECORDS FAILING EDIT:  " WS-EXCEPT-COUNT.           00085600
       SUMMARY-EXIT.                                                    00085700
           CLOSE CHECKPOINT-FILE.                                       00086600
           CLOSE XREF-FILE.                                             00086700
           CLOSE HISTORY-FILE.                                          00086800
           CLOSE SEPREQ-FILE.                                           00086850
       CLOSE-EXIT.                                                      00086900
           EXIT.                                                        00087000
