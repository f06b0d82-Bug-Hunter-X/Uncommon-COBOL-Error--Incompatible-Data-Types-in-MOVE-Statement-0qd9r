      *****************************************************
      *  FDMRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE FEED SCHEDULE MAINTENANCE   *
      *  EXCEPTION LISTING WRITTEN TO FEED-MAINT-RPT BY    *
      *  FEEDMNT.                                          *
      *****************************************************
       01  FEED-MAINT-LINE                PIC X(132).
