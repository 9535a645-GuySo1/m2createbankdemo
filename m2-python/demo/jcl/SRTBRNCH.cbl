                                  ==AC-BRANCH==   BY ==SD-BRANCH==      00012900
                                  ==AC-BALANCE==  BY ==SD-BALANCE==     00013000
                                  ==AC-DATEOPEN== BY ==SD-DATEOPEN==    00013100
                                  ==AC-LASTACT==  BY ==SD-LASTACT==     00013200
                                  ==AC-PRODUCT==  BY ==SD-PRODUCT==.    00013250
                                                                        00013300
       FD BRSEQ-FILE.                                                   00013400
           COPY ACCTREC REPLACING ==AC-ACCTREC==  BY ==BR-ACCTREC==     00013500
                                  ==AC-BRANCH==   BY ==BR-BRANCH==      00013800
                                  ==AC-BALANCE==  BY ==BR-BALANCE==     00013900
                                  ==AC-DATEOPEN== BY ==BR-DATEOPEN==    00014000
                                  ==AC-LASTACT==  BY ==BR-LASTACT==     00014100
                                  ==AC-PRODUCT==  BY ==BR-PRODUCT==.    00014150
                                                                        00014200
       WORKING-STORAGE SECTION.                                         00014300
       01 MS-STAT             PIC X(02) VALUE SPACE.                    00014400
