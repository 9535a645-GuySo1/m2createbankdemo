       01 CS-CASEREC.                                                   00010000
          05 CS-KEY.                                                    00010100
             10 CS-EMPID       PIC X(06).                               00010200
             10 CS-TYPE        PIC X(01).                               00010300
                88 CS-STRUCTURING VALUE 'S'.                            00010400
                88 CS-VELOCITY    VALUE 'V'.                            00010500
                88 CS-TYPE-VALID  VALUE 'S' 'V'.                        00010600
          05 CS-STATUS         PIC X(01).                               00010700
             88 CS-OPEN        VALUE 'O'.                               00010800
             88 CS-REVIEW      VALUE 'R'.                               00010900
             88 CS-CLEARED     VALUE 'C'.                               00011000
             88 CS-FILED       VALUE 'F'.                               00011100
          05 CS-OPEN-DATE      PIC 9(08).                               00011200
          05 CS-LAST-HIT       PIC 9(08).                               00011300
          05 CS-HIT-COUNT      PIC 9(05).                               00011400
          05 CS-LAST-AMOUNT    PIC 9(11)V99.                            00011500
          05 CS-NEAR-COUNT     PIC 9(03).                               00011600
          05 CS-HIST-AVG       PIC 9(11)V99.                            00011700
          05 CS-STATUS-DATE    PIC 9(08).                               00011800
          05 CS-STATUS-USER    PIC X(08).                               00011900
          05 CS-CLEAR-UNTIL    PIC 9(08).                               00012000
          05 CS-NOTE           PIC X(30).                               00012100
          05 FILLER            PIC X(10).                               00012200
