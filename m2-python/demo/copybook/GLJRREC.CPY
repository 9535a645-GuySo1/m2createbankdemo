       01 GJ-JRNLREC.                                                   00010000
          05 GJ-BUSDATE      PIC 9(08).                                 00010100
          05 GJ-LINE-NO      PIC 9(05).                                 00010200
          05 GJ-GLACCT       PIC X(12).                                 00010300
          05 GJ-BRANCH       PIC X(04).                                 00010400
          05 GJ-ENTRY        PIC X(04).                                 00010500
          05 GJ-DRCR         PIC X(01).                                 00010600
             88 GJ-DEBIT     VALUE 'D'.                                 00010700
             88 GJ-CREDIT    VALUE 'C'.                                 00010800
          05 GJ-AMOUNT       PIC 9(13)V99.                              00010900
          05 GJ-DESC         PIC X(30).                                 00011000
          05 FILLER          PIC X(10).                                 00011100
