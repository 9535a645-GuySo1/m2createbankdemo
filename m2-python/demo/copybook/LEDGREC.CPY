             88 LG-XFER-IN   VALUE 'C'.                                 00010600
             88 LG-XFER-OUT  VALUE 'X'.                                 00010700
             88 LG-ODFEE     VALUE 'F'.                                 00010800
             88 LG-NSFFEE    VALUE 'R'.                                 00010850
             88 LG-SWEEPFEE  VALUE 'S'.                                 00010875
             88 LG-INTADJ    VALUE 'V'.                                 00010887
             88 LG-SVCCHG    VALUE 'M'.                                 00010893
             88 LG-DEBITINT  VALUE 'I'.                                 00010895
             88 LG-CHGOFF    VALUE 'O'.                                 00010897
             88 LG-FINALINT  VALUE 'N'.                                 00010898
             88 LG-PAYOUT    VALUE 'P'.                                 00010899
             88 LG-CREDIT    VALUE 'D' 'C'.                             00010900
             88 LG-DEBIT     VALUE 'W' 'X' 'F' 'R' 'S'.                 00011000
          05 LG-AMOUNT       PIC 9(09)V99.                              00011100
          05 LG-TRANDATE     PIC X(08).                                 00011200
          05 LG-TIMESTAMP    PIC X(14).                                 00011300
