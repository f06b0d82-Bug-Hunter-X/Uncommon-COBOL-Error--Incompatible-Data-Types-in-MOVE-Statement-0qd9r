      *****************************************************
      *  BRTRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE BRANCH MERGE SUSPENSE       *
      *  TRANSFER REPORT WRITTEN TO BRANCH-TRANSFER-RPT BY *
      *  BRNMNT - OPEN SUSPENSE ITEMS MOVED TO THE         *
      *  SUCCESSOR BRANCH WHEN A BRANCH IS MERGED.         *
      *****************************************************
       01  BRANCH-TRANSFER-LINE           PIC X(132).
