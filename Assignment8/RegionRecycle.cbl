           03  RE-DISTRICT PIC XX.
           03  RE-NAME     PIC X(20).
           03  RE-SALES    PIC 9(6)V99.
           03  RE-PRODUCT  PIC X(6).
       FD  REGIONMAINTENANCE.
      *One record per region/district pair, as the daily report now
      *reads it; only the first occurrence of a letter is loaded
           03  RM-REGION   PIC X(8).
           03  RM-DISTRICT PIC XX.
       FD  CARRYFORWARD.
       01  CARRYFORWARD-REC PIC X(43).
       FD  SUPPLEMENT.
       01  SUPPLEMENTLINE  PIC X(80).

