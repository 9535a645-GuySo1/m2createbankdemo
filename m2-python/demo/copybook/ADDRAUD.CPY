       01 CA-AUDREC.                                                    00010000
          05 CA-EMPID          PIC X(06).                               00010100
          05 CA-TIMESTAMP      PIC X(14).                               00010200
          05 CA-USER           PIC X(08).                               00010300
          05 CA-ACTION         PIC X(01).                               00010400
             88 CA-ADDED       VALUE 'A'.                               00010500
             88 CA-CHANGED     VALUE 'C'.                               00010600
             88 CA-RETURNED    VALUE 'R'.                               00010700
             88 CA-CLEARED     VALUE 'K'.                               00010800
             88 CA-DELETED     VALUE 'D'.                               00010900
          05 CA-BEFORE         PIC X(150).                              00011000
          05 CA-AFTER          PIC X(150).                              00011100
