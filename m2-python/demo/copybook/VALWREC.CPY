       01 VW-REC.                                                       00010000
          05 VW-TRANREC.                                                00010100
             10 VW-EMPID      PIC X(06).                                00010200
             10 VW-ACCTNO     PIC X(10).                                00010300
             10 VW-TRANCODE   PIC X(01).                                00010400
             10 VW-AMOUNT     PIC 9(09)V99.                             00010500
             10 VW-TRANDATE   PIC X(08).                                00010600
          05 VW-PARKDATE      PIC 9(08).                                00010700
          05 VW-STATUS        PIC X(01).                                00010800
             88 VW-WAITING    VALUE 'W'.                                00010900
             88 VW-PARKED     VALUE 'P'.                                00011000
             88 VW-RELEASED   VALUE 'R'.                                00011100
             88 VW-CANCELLED  VALUE 'C'.                                00011200
          05 VW-BUSDATE       PIC 9(08).                                00011300
          05 FILLER           PIC X(07).                                00011400
