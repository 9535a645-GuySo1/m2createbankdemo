                                  ==AC-BRANCH==   BY ==SO-BRANCH==      00014300
                                  ==AC-BALANCE==  BY ==SO-BALANCE==     00014400
                                  ==AC-DATEOPEN== BY ==SO-DATEOPEN==    00014500
                                  ==AC-LASTACT==  BY ==SO-LASTACT==     00014600
                                  ==AC-PRODUCT==  BY ==SO-PRODUCT==.    00014650
                                                                        00014700
       FD ODLIM-FILE.                                                   00014800
           COPY ODLIMREC.                                               00014900
