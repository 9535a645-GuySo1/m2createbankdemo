           END-IF.                                                      00028700
           COMPUTE WS-HIST-ALL =                                        00028800
              WS-HIST-ALL + WS-AFT-BAL - WS-BEF-BAL.                    00028900
           IF NOT HIS-INTEREST AND NOT HIS-SVCCHG                       00029000
              AND NOT HIS-DEBITINT AND NOT HIS-CHGOFF                   00029050
              AND NOT HIS-FINALINT AND NOT HIS-PAYOUT                   00029075
              COMPUTE WS-HIST-NET =                                     00029100
                 WS-HIST-NET + WS-AFT-BAL - WS-BEF-BAL                  00029200
           END-IF.                                                      00029300
           MOVE WS-HIST-NET TO WS-AMT-EDIT.                             00032900
           DISPLAY "NET CHANGE FROM HISTORY:      " WS-AMT-EDIT.        00033000
           MOVE WS-HIST-ALL TO WS-AMT-EDIT.                             00033100
           DISPLAY "NET CHANGE WITH MONTH-END:    " WS-AMT-EDIT.        00033200
           DISPLAY "HISTORY IMAGES EXAMINED:      " WS-HIST-COUNT.      00033300
           MOVE WS-TRIAL-MOVE TO WS-AMT-EDIT.                           00033400
           DISPLAY "TRIAL BALANCE MOVEMENT:       " WS-AMT-EDIT.        00033500
