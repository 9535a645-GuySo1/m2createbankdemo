                              ==AC-BRANCH==   BY ==BAC-BRANCH==         00015224
                              ==AC-BALANCE==  BY ==BAC-BALANCE==        00015230
                              ==AC-DATEOPEN== BY ==BAC-DATEOPEN==       00015237
                              ==AC-LASTACT==  BY ==BAC-LASTACT==        00015244
                              ==AC-PRODUCT==  BY ==BAC-PRODUCT==.       00015247
       COPY ACCTREC REPLACING ==AC-ACCTREC==  BY ==AAC-ACCTREC==        00015251
                              ==AC-ACCTNO==   BY ==AAC-ACCTNO==         00015258
                              ==AC-EMPID==    BY ==AAC-EMPID==          00015265
                              ==AC-BRANCH==   BY ==AAC-BRANCH==         00015272
                              ==AC-BALANCE==  BY ==AAC-BALANCE==        00015279
                              ==AC-DATEOPEN== BY ==AAC-DATEOPEN==       00015286
                              ==AC-LASTACT==  BY ==AAC-LASTACT==        00015293
                              ==AC-PRODUCT==  BY ==AAC-PRODUCT==.       00015296
       01 WS-DELTA-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.                00015300
       PROCEDURE DIVISION.                                              00015400
       MAIN-PARA.                                                       00015500
           END-READ.                                                    00018600
                                                                        00018700
       REPORT-PARA.                                                     00018800
           IF (HIS-UPDATE OR HIS-INTEREST OR HIS-SVCCHG                 00018833
                 OR HIS-DEBITINT OR HIS-CHGOFF                          00018855
                 OR HIS-FINALINT OR HIS-PAYOUT)                         00018877
              AND HIS-TIMESTAMP(1:8) = WS-RPT-DATE                      00018900
              IF HIS-ACCTNO = SPACE OR HIS-ACCTNO = LOW-VALUE           00018920
                 PERFORM COMPARE-PARA                                   00019000
              MOVE BAC-LASTACT TO CL-OLD                                00024685
              MOVE AAC-LASTACT TO CL-NEW                                00024688
              PERFORM PRINT-CHANGE-PARA                                 00024691
           END-IF.                                                      00024692
           IF BAC-PRODUCT NOT = AAC-PRODUCT                             00024693
              MOVE 'PRODUCT     ' TO CL-FIELD                           00024694
              MOVE BAC-PRODUCT TO CL-OLD                                00024695
              MOVE AAC-PRODUCT TO CL-NEW                                00024696
              PERFORM PRINT-CHANGE-PARA                                 00024697
           END-IF.                                                      00024698
                                                                        00024699
       PRINT-CHANGE-PARA.                                               00024700
           DISPLAY WS-CHANGE-LINE.                                      00024800
           ADD 1 TO WS-CHG-COUNT.                                       00024900
