      *****************************************************
      *  FDCRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE MISSING/LATE/UNEXPECTED     *
      *  FEED REPORT WRITTEN TO FEED-CHECK-RPT BY FEEDCHK. *
      *****************************************************
       01  FEED-CHECK-LINE                PIC X(132).
