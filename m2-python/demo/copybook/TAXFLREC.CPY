       01 TF-FILEDREC.                                                  00010000
          05 TF-KEY.                                                    00010100
             10 TF-TAXYEAR     PIC 9(04).                               00010200
             10 TF-EMPID       PIC X(06).                               00010300
          05 TF-INTEREST       PIC 9(09)V99.                            00010400
          05 TF-FORM-SW        PIC X(01).                               00010500
             88 TF-FORM-ISSUED VALUE 'Y'.                               00010600
          05 TF-FORM-DATE      PIC 9(08).                               00010700
          05 TF-CORR-COUNT     PIC 9(02).                               00010800
          05 TF-LAST-RUN       PIC X(14).                               00010900
          05 FILLER            PIC X(10).                               00011000
