      *****************************************************
      *  APRRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE DAILY CARD APPROVAL REPORT  *
      *  WRITTEN TO CARD-APPROVAL-RPT BY CRDAPV.           *
      *****************************************************
       01  CARD-APPROVAL-LINE             PIC X(132).
