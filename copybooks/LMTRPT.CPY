      *****************************************************
      *  LMTRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE DAILY LIMIT REVIEW REPORT   *
      *  WRITTEN TO LIMIT-REVIEW-RPT BY LMTMGT - ITEMS     *
      *  AWAITING COMPLIANCE LISTED BY BRANCH.             *
      *****************************************************
       01  LIMIT-REVIEW-LINE              PIC X(132).
