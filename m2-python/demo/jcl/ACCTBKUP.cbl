                                  ==AC-BRANCH==   BY ==BK-BRANCH==      00012700
                                  ==AC-BALANCE==  BY ==BK-BALANCE==     00012800
                                  ==AC-DATEOPEN== BY ==BK-DATEOPEN==    00012900
                                  ==AC-LASTACT==  BY ==BK-LASTACT==     00013000
                                  ==AC-PRODUCT==  BY ==BK-PRODUCT==.    00013050
                                                                        00013100
       WORKING-STORAGE SECTION.                                         00013200
       01 AC-STAT             PIC X(02) VALUE SPACE.                    00013300
