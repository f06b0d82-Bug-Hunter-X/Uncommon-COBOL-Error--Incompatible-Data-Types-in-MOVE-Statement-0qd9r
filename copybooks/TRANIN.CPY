      *    BLANK IS TREATED AS THE PROCESS DATE FOR FEEDS
      *    CUT BEFORE THE EFFECTIVE DATE WAS ADDED.
           05  TI-EFFECTIVE-DATE       PIC X(8).
      *    ISO CURRENCY OF THE AREA AMOUNTS - BLANK IS
      *    TREATED AS THE BASE CURRENCY FOR FEEDS CUT BEFORE
      *    THE CURRENCY CODE WAS ADDED.
           05  TI-CURRENCY-CODE        PIC X(3).
      *    ORIGINATING SOURCE SYSTEM OF A RESUBMITTED ITEM -
      *    SET BY TRNFIX AND SUSPMGT SO THE DISPOSITION IS
      *    RETURNED TO THE SYSTEM THAT FIRST SENT THE ITEM.
      *    BLANK ON ORIGINAL FEEDS (THE HEADER SOURCE).
           05  TI-ORIG-SOURCE-SYSTEM   PIC X(8).
      *    SET TO Y BY LMTMGT ON AN ITEM RELEASED AFTER
      *    COMPLIANCE APPROVAL SO THAT TRNCONV POSTS IT
      *    WITHOUT APPLYING THE BRANCH LIMITS AGAIN.
           05  TI-LIMIT-APPROVED       PIC X(1).
               88  TI-LIMIT-APPROVED-ITEM VALUE 'Y'.
           05  FILLER                  PIC X(19).
      *****************************************************
      *  FEED HEADER - FIRST RECORD OF EVERY TRANS-IN FILE *
      *****************************************************
