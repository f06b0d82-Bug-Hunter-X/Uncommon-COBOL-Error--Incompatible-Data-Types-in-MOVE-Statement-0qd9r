      *****************************************************
      *  FEEDCD.CPY                                       *
      *  FEED SCHEDULE MAINTENANCE CARD READ BY FEEDMNT -  *
      *  ONE CARD PER ACTION.  RECORD TYPE S MAINTAINS THE *
      *  FEED SCHEDULE; RECORD TYPE H MAINTAINS THE        *
      *  HOLIDAY CALENDAR (HOLIDAY VIEW REDEFINES THE      *
      *  SCHEDULE FIELDS).                                 *
      *                                                    *
      *  ACTION A ADDS, C CHANGES, D DELETES.  A CHANGE    *
      *  CARD REPLACES RUN DAYS, HOLIDAY RULE AND          *
      *  MANDATORY FLAG; A NON-BLANK NAME REPLACES THE     *
      *  FEED NAME (OR HOLIDAY DESCRIPTION).               *
      *****************************************************
       01  FEED-MAINT-CARD.
           05  FC-RECORD-TYPE          PIC X(1).
               88  FC-SCHEDULE-CARD        VALUE 'S'.
               88  FC-HOLIDAY-CARD         VALUE 'H'.
               88  FC-RECORD-TYPE-VALID    VALUE 'S' 'H'.
           05  FC-ACTION               PIC X(1).
               88  FC-ADD-ACTION           VALUE 'A'.
               88  FC-CHANGE-ACTION        VALUE 'C'.
               88  FC-DELETE-ACTION        VALUE 'D'.
               88  FC-ACTION-VALID         VALUE 'A' 'C' 'D'.
           05  FC-SCHEDULE-FIELDS.
               10  FC-SOURCE-SYSTEM    PIC X(8).
               10  FC-CYCLE-NUMBER     PIC 9(4).
               10  FC-FEED-NAME        PIC X(30).
               10  FC-RUN-DAYS         PIC X(7).
               10  FC-RUN-DAY-TABLE REDEFINES FC-RUN-DAYS.
                   15  FC-RUN-DAY-FLAG PIC X(1)    OCCURS 7 TIMES.
               10  FC-HOLIDAY-RULE     PIC X(1).
                   88  FC-HOLIDAY-RULE-VALID   VALUE 'S' 'E'.
               10  FC-MANDATORY        PIC X(1).
                   88  FC-MANDATORY-VALID      VALUE 'Y' 'N'.
           05  FC-HOLIDAY-FIELDS REDEFINES FC-SCHEDULE-FIELDS.
               10  FC-HOLIDAY-DATE     PIC X(8).
               10  FC-HOLIDAY-DESC     PIC X(30).
               10  FILLER              PIC X(13).
           05  FILLER                  PIC X(27).
