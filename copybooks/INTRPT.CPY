      *****************************************************
      *  INTRPT.CPY                                       *
      *  RECORD LAYOUT FOR THE BACK-VALUE INTEREST         *
      *  ADJUSTMENT REPORT WRITTEN TO                      *
      *  BACK-VALUE-INTEREST-RPT BY TRNINT.                *
      *****************************************************
       01  BACK-VALUE-INTEREST-LINE       PIC X(132).
