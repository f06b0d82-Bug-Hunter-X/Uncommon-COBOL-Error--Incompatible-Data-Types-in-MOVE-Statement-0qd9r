      *****************************************************
      *  RJMRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE DAILY REJECT INVENTORY      *
      *  LOAD REPORT WRITTEN TO REJECT-LOAD-RPT BY         *
      *  REJMGT.                                           *
      *****************************************************
       01  REJECT-LOAD-LINE               PIC X(132).
