      *  BRNCD.CPY                                        *
      *  BRANCH MAINTENANCE CARD READ BY BRNMNT - ONE      *
      *  CARD PER ACTION.  ACTION A ADDS A BRANCH (NAME    *
      *  REQUIRED); ACTION C CLOSES AN EXISTING BRANCH;    *
      *  ACTION L SETS THE POSTING LIMITS FOR ONE          *
      *  TRANSACTION TYPE OF AN OPEN BRANCH (ZERO = NONE); *
      *  ACTION M MERGES A BRANCH INTO AN OPEN SUCCESSOR   *
      *  FROM THE TRANSFER DATE (BLANK = RUN DATE);        *
      *  ACTION I SETS THE BACK-VALUE INTEREST RATE FOR    *
      *  ONE TRANSACTION TYPE OF AN OPEN BRANCH.           *
      *****************************************************
       01  BRANCH-MAINT-CARD.
           05  BC-ACTION               PIC X(1).
               88  BC-ADD-ACTION           VALUE 'A'.
               88  BC-CLOSE-ACTION         VALUE 'C'.
               88  BC-LIMIT-ACTION         VALUE 'L'.
               88  BC-MERGE-ACTION         VALUE 'M'.
               88  BC-RATE-ACTION          VALUE 'I'.
               88  BC-ACTION-VALID         VALUE 'A' 'C' 'L' 'M'
                                                 'I'.
           05  BC-BRANCH-CODE          PIC X(2).
           05  BC-BRANCH-NAME          PIC X(30).
           05  BC-LIMIT-FIELDS REDEFINES BC-BRANCH-NAME.
               10  BC-LIMIT-TRANS-TYPE PIC X(1).
                   88  BC-LIMIT-PAYMENT    VALUE 'P'.
                   88  BC-LIMIT-REVERSAL   VALUE 'R'.
                   88  BC-LIMIT-ADJUSTMENT VALUE 'A'.
                   88  BC-LIMIT-TYPE-VALID VALUE 'P' 'R' 'A'.
               10  BC-SINGLE-ITEM-LIMIT
                                       PIC 9(9).
               10  BC-DAILY-COUNT-LIMIT
                                       PIC 9(7).
               10  BC-DAILY-AMOUNT-LIMIT
                                       PIC 9(13).
           05  BC-MERGE-FIELDS REDEFINES BC-BRANCH-NAME.
               10  BC-SUCCESSOR-BRANCH PIC X(2).
               10  BC-TRANSFER-DATE    PIC X(8).
               10  FILLER              PIC X(20).
      *    ANNUAL RATE IN PERCENT, FOUR DECIMAL PLACES -   *
      *    0052500 IS 5.25 PERCENT; ZERO REMOVES THE RATE. *
           05  BC-RATE-FIELDS REDEFINES BC-BRANCH-NAME.
               10  BC-RATE-TRANS-TYPE  PIC X(1).
                   88  BC-RATE-PAYMENT     VALUE 'P'.
                   88  BC-RATE-REVERSAL    VALUE 'R'.
                   88  BC-RATE-ADJUSTMENT  VALUE 'A'.
                   88  BC-RATE-TYPE-VALID  VALUE 'P' 'R' 'A'.
               10  BC-ANNUAL-RATE      PIC 9(3)V9(4).
               10  FILLER              PIC X(22).
           05  FILLER                  PIC X(47).
