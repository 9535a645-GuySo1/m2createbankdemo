       01 SQ-SEPREQ.                                                    00010000
          05 SQ-EMPID        PIC X(06).                                 00010100
          05 SQ-FIRSTNAME    PIC X(12).                                 00010200
          05 SQ-LASTNAME     PIC X(12).                                 00010300
          05 SQ-REQ-DATE     PIC 9(08).                                 00010400
          05 SQ-JOBID        PIC X(08).                                 00010500
          05 FILLER          PIC X(14).                                 00010600
