      *    THE POSTING DATE FOR DOWNSTREAM SUMMARIES,      *
      *    UNLIKE RS-RUN-DATE WHICH IS THE MACHINE DATE.   *
           05  RS-PROCESS-DATE         PIC X(8).
      *    BASE CURRENCY THE EXTRACT AMOUNTS ARE HELD IN.  *
           05  RS-BASE-CURRENCY        PIC X(3).
      *    ITEMS HELD OVER A BRANCH LIMIT FOR COMPLIANCE   *
      *    REVIEW - READ BUT NEITHER POSTED NOR REJECTED.  *
           05  RS-RECORDS-LIMIT-HELD   PIC 9(9).
           05  FILLER                  PIC X(9).
