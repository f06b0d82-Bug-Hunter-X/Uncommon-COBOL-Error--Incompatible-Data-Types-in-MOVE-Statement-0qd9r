      *****************************************************
      *  LMTREV.CPY                                       *
      *  LIMIT REVIEW RECORD WRITTEN BY TRNCONV FOR EVERY  *
      *  ITEM THAT PASSES ALL EDITS BUT EXCEEDS A LIMIT    *
      *  SET FOR ITS BRANCH AND TRANSACTION TYPE ON        *
      *  BRANCH-MASTER.  THE ITEM IS NOT POSTED; LMTMGT    *
      *  LOADS THE FILE FOR COMPLIANCE TO APPROVE (FEED    *
      *  IT BACK FOR POSTING) OR DECLINE.                  *
      *****************************************************
       01  LIMIT-REVIEW-RECORD.
           05  LR-TRANS-KEY            PIC X(10).
           05  LR-TRANS-TYPE           PIC X(1).
           05  LR-EFFECTIVE-DATE       PIC X(8).
           05  LR-CURRENCY-CODE        PIC X(3).
           05  LR-AREA-1               PIC X(100).
           05  LR-AREA-2               PIC X(100).
      *    ABSOLUTE ITEM AMOUNT IN THE BASE CURRENCY       *
           05  LR-BASE-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    LMTS SINGLE ITEM, LMTC DAILY COUNT, LMTA DAILY  *
      *    AMOUNT - THE FIRST LIMIT THE ITEM BROKE.        *
           05  LR-LIMIT-REASON         PIC X(4).
               88  LR-SINGLE-ITEM-BREACH   VALUE 'LMTS'.
               88  LR-DAILY-COUNT-BREACH   VALUE 'LMTC'.
               88  LR-DAILY-AMOUNT-BREACH  VALUE 'LMTA'.
           05  LR-LIMIT-VALUE          PIC 9(13).
      *    BRANCH USAGE FOR THE TYPE INCLUDING THIS ITEM   *
           05  LR-DAY-COUNT            PIC 9(7).
           05  LR-DAY-AMOUNT           PIC 9(13).
           05  LR-SOURCE-SYSTEM        PIC X(8).
           05  LR-PROCESS-DATE         PIC X(8).
           05  LR-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(7).
