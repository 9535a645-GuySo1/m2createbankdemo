       01 NA-ADDRREC.                                                   00010000
          05 NA-EMPID          PIC X(06).                               00010100
          05 NA-ADDRESS.                                                00010200
             10 NA-LINE1       PIC X(30).                               00010300
             10 NA-LINE2       PIC X(30).                               00010400
             10 NA-LINE3       PIC X(30).                               00010500
             10 NA-POSTCODE    PIC X(10).                               00010600
          05 NA-DELIVERY       PIC X(01).                               00010700
             88 NA-PAPER       VALUE 'P'.                               00010800
             88 NA-ELECTRONIC  VALUE 'E'.                               00010900
             88 NA-BRANCH-HOLD VALUE 'H'.                               00011000
             88 NA-DELIV-VALID VALUE 'P' 'E' 'H'.                       00011100
          05 NA-RETMAIL-SW     PIC X(01).                               00011200
             88 NA-RETURNED    VALUE 'Y'.                               00011300
             88 NA-DELIVERABLE VALUE 'N'.                               00011400
          05 NA-RETMAIL-DATE   PIC 9(08).                               00011500
          05 NA-CHANGE-DATE    PIC 9(08).                               00011600
          05 NA-CHANGE-USER    PIC X(08).                               00011700
          05 FILLER            PIC X(18).                               00011800
