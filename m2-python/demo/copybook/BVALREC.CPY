       01 BV-REC.                                                       00010000
          05 BV-ACCTNO        PIC X(10).                                00010100
          05 BV-EMPID         PIC X(06).                                00010200
          05 BV-TRANCODE      PIC X(01).                                00010300
             88 BV-CREDIT     VALUE 'D' 'C'.                            00010400
             88 BV-DEBIT      VALUE 'W' 'X'.                            00010500
          05 BV-AMOUNT        PIC 9(09)V99.                             00010600
          05 BV-VALUE-DATE    PIC 9(08).                                00010700
          05 BV-POST-DATE     PIC 9(08).                                00010800
          05 BV-MONTHS        PIC 9(03).                                00010900
          05 FILLER           PIC X(13).                                00011000
