      *****************************************************
      *  POSRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE DAILY BRANCH POSITION       *
      *  UPDATE REPORT WRITTEN TO POSITION-UPDATE-RPT BY   *
      *  BRNPOS.                                           *
      *****************************************************
       01  POSITION-UPDATE-LINE           PIC X(132).
