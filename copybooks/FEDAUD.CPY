      *****************************************************
      *  FEDAUD.CPY                                       *
      *  FEED SCHEDULE MAINTENANCE AUDIT RECORD WRITTEN BY *
      *  FEEDMNT - ONE RECORD PER APPLIED MAINTENANCE      *
      *  ACTION SHOWING WHO MADE THE CHANGE AND WHEN.      *
      *  FA-MAINT-KEY HOLDS SOURCE SYSTEM AND CYCLE FOR A  *
      *  SCHEDULE ACTION, THE HOLIDAY DATE FOR A HOLIDAY   *
      *  ACTION.                                           *
      *****************************************************
       01  FEED-AUDIT-RECORD.
           05  FA-OPERATOR-ID          PIC X(8).
           05  FA-RUN-DATE             PIC X(8).
           05  FA-RUN-TIME             PIC X(8).
           05  FA-RECORD-TYPE          PIC X(1).
           05  FA-ACTION               PIC X(1).
           05  FA-MAINT-KEY            PIC X(12).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-RUN-DAYS             PIC X(7).
           05  FA-HOLIDAY-RULE         PIC X(1).
           05  FA-MANDATORY            PIC X(1).
      *    SECOND OPERATOR WHO APPROVED THE MAINTENANCE    *
      *    CARD - FA-OPERATOR-ID ENTERED IT.               *
           05  FA-APPROVED-BY          PIC X(8).
