             88 HIS-POSTING VALUE 'P'.                                  00010800
             88 HIS-INTEREST VALUE 'N'.                                 00010850
             88 HIS-BACKOUT VALUE 'B'.                                  00010870
             88 HIS-SVCCHG  VALUE 'S'.                                  00010885
             88 HIS-DEBITINT VALUE 'O'.                                 00010890
             88 HIS-CHGOFF  VALUE 'C'.                                  00010895
             88 HIS-FINALINT VALUE 'F'.                                 00010896
             88 HIS-PAYOUT  VALUE 'X'.                                  00010897
          05 HIS-BEFORE     PIC X(71).                                  00010900
          05 HIS-AFTER      PIC X(71).                                  00011000
          05 HIS-ACCTNO     PIC X(10).                                  00011100
