      *****************************************************
      *  HOLCAL.CPY                                       *
      *  HOLIDAY CALENDAR RECORD (VSAM KSDS, KEYED ON THE  *
      *  HOLIDAY DATE YYYYMMDD).  MAINTAINED BY FEEDMNT    *
      *  FROM MAINTENANCE CARDS; READ BY FEEDCHK TO DROP   *
      *  FEEDS THAT ARE NOT SENT ON A HOLIDAY.             *
      *****************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HL-HOLIDAY-DATE         PIC X(8).
           05  HL-DESCRIPTION          PIC X(30).
           05  HL-ADDED-DATE           PIC X(8).
