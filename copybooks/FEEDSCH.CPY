      *****************************************************
      *  FEEDSCH.CPY                                      *
      *  FEED SCHEDULE MASTER RECORD (VSAM KSDS, KEYED ON  *
      *  SOURCE SYSTEM AND CYCLE).  ONE RECORD PER FEED    *
      *  THE SHOP EXPECTS TO RECEIVE.  MAINTAINED BY       *
      *  FEEDMNT FROM MAINTENANCE CARDS; READ BY FEEDCHK   *
      *  BEFORE TRNCONV TO PROVE EVERY EXPECTED FEED       *
      *  ARRIVED.                                          *
      *                                                    *
      *  FS-CYCLE-NUMBER  0000 = ANY ONE CYCLE IN THE DAY  *
      *  FS-RUN-DAYS      Y/N PER WEEKDAY, MONDAY FIRST    *
      *  FS-HOLIDAY-RULE  S = NOT SENT ON A HOLIDAY        *
      *                   E = EXPECTED ON HOLIDAYS TOO     *
      *  FS-MANDATORY     Y = A MISSING FEED HOLDS TRNCONV *
      *****************************************************
       01  FEED-SCHEDULE-RECORD.
           05  FS-SCHEDULE-KEY.
               10  FS-SOURCE-SYSTEM    PIC X(8).
               10  FS-CYCLE-NUMBER     PIC 9(4).
           05  FS-FEED-NAME            PIC X(30).
           05  FS-RUN-DAYS             PIC X(7).
           05  FS-RUN-DAY-TABLE REDEFINES FS-RUN-DAYS.
               10  FS-RUN-DAY-FLAG     PIC X(1)    OCCURS 7 TIMES.
           05  FS-HOLIDAY-RULE         PIC X(1).
               88  FS-SKIP-ON-HOLIDAY      VALUE 'S'.
               88  FS-EXPECTED-ON-HOLIDAY  VALUE 'E'.
           05  FS-MANDATORY            PIC X(1).
               88  FS-FEED-MANDATORY       VALUE 'Y'.
               88  FS-FEED-OPTIONAL        VALUE 'N'.
           05  FS-ADDED-DATE           PIC X(8).
           05  FS-CHANGED-DATE         PIC X(8).
