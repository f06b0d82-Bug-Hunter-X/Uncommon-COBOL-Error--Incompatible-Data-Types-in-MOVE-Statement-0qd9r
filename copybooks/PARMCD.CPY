      *  PC-EFFDATE-WINDOW    DAYS BEFORE THE PROCESS      *
      *                       DATE AN EFFECTIVE DATE MAY   *
      *                       FALL (0 = PROGRAM DEFAULT)   *
      *  PC-BASE-CURRENCY     BOOKING CURRENCY THE EXTRACT *
      *                       IS CONVERTED TO (BLANK =     *
      *                       PROGRAM DEFAULT)             *
      *  PC-REJECT-ESC-DAYS   BUSINESS DAYS A REJECT MAY   *
      *                       STAY UNWORKED BEFORE REJAGE  *
      *                       ESCALATES IT (0 = PROGRAM    *
      *                       DEFAULT)                     *
      *****************************************************
       01  RUN-CONTROL-RECORD.
           05  PC-PROCESS-DATE         PIC X(8).
               88  PC-ARCHIVE-REQUESTED    VALUE 'Y'.
               88  PC-NO-ARCHIVE-CHECK     VALUE ' ' 'N'.
           05  PC-EFFDATE-WINDOW       PIC 9(3).
           05  PC-BASE-CURRENCY        PIC X(3).
           05  PC-REJECT-ESC-DAYS      PIC 9(3).
           05  FILLER                  PIC X(42).
