      *****************************************************
      *  CENRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE CARD ENTRY LISTING WRITTEN  *
      *  TO CARD-ENTRY-RPT BY CRDENT.                      *
      *****************************************************
       01  CARD-ENTRY-LINE                PIC X(132).
