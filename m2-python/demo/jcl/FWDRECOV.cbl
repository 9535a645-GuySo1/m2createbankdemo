                                  ==AC-BRANCH==   BY ==AB-BRANCH==      00014260
                                  ==AC-BALANCE==  BY ==AB-BALANCE==     00014268
                                  ==AC-DATEOPEN== BY ==AB-DATEOPEN==    00014276
                                  ==AC-LASTACT==  BY ==AB-LASTACT==     00014284
                                  ==AC-PRODUCT==  BY ==AB-PRODUCT==.    00014288
                                                                        00014292
       FD HISTORY-FILE.                                                 00014300
           COPY HISTREC.                                                00014400
