             88 AF-HEADER-REC      VALUE 'H'.                           00010200
             88 AF-DETAIL-REC      VALUE 'D'.                           00010300
             88 AF-TRAILER-REC     VALUE 'T'.                           00010400
          05 AF-RECBODY            PIC X(52).                           00010500
          05 AF-HDR-BODY REDEFINES AF-RECBODY.                          00010600
             10 AF-HDR-DATE        PIC X(08).                           00010700
             10 AF-HDR-SOURCE      PIC X(08).                           00010800
             10 FILLER             PIC X(36).                           00010900
          05 AF-DTL-BODY REDEFINES AF-RECBODY.                          00011000
             10 AF-TRANCODE        PIC X(01).                           00011100
                88 AF-TRAN-ADD     VALUE 'A'.                           00011200
                88 AF-TRAN-CHANGE  VALUE 'C'.                           00011300
                88 AF-TRAN-DELETE  VALUE 'D'.                           00011400
                88 AF-TRAN-VALID   VALUE 'A' 'C' 'D'.                   00011500
             10 AF-DTL-ACCTREC     PIC X(51).                           00011600
          05 AF-TRL-BODY REDEFINES AF-RECBODY.                          00011700
             10 AF-TRL-COUNT       PIC 9(08).                           00011800
             10 AF-TRL-HASH        PIC 9(13)V99.                        00011900
             10 FILLER             PIC X(29).                           00012000
