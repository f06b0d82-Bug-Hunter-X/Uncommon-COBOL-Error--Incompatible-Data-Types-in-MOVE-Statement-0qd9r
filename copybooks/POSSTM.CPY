      *****************************************************
      *  POSSTM.CPY                                       *
      *  RECORD LAYOUT FOR THE MONTH-END BRANCH POSITION   *
      *  STATEMENT WRITTEN TO POSITION-STATEMENT BY        *
      *  BRNCLS.                                           *
      *****************************************************
       01  POSITION-STATEMENT-LINE        PIC X(132).
