      *****************************************************
      *  ACKOUT.CPY                                       *
      *  DISPOSITION ACKNOWLEDGMENT RETURNED TO EACH       *
      *  ORIGINATING SOURCE SYSTEM BY TRNACK.  ONE FILE PER*
      *  SOURCE PER RUN:                                   *
      *    H  HEADER - FIRST RECORD                        *
      *    D  DISPOSITION OF AN ITEM FROM TODAY'S FEED     *
      *    F  FOLLOW-UP ON AN ITEM SENT EARLIER            *
      *    C  FEED CONTROL - ONE PER FEED SET, PROVING     *
      *       THE DISPOSITIONS BACK TO THE SOURCE TRAILER  *
      *    T  TRAILER - LAST RECORD                        *
      *****************************************************
       01  ACK-HEADER-RECORD.
           05  AH-RECORD-TYPE          PIC X(1).
               88  AH-HEADER           VALUE 'H'.
           05  AH-SOURCE-SYSTEM        PIC X(8).
           05  AH-PROCESS-DATE         PIC X(8).
           05  AH-RUN-DATE             PIC X(8).
           05  AH-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(97).
       01  ACK-DETAIL-RECORD.
           05  AK-RECORD-TYPE          PIC X(1).
               88  AK-DETAIL           VALUE 'D'.
               88  AK-FOLLOW-UP        VALUE 'F'.
           05  AK-SOURCE-SYSTEM        PIC X(8).
           05  AK-FEED-DATE            PIC X(8).
           05  AK-CYCLE-NUMBER         PIC 9(4).
           05  AK-TRANS-KEY            PIC X(10).
      *    C CONVERTED  R REJECTED  D DUPLICATE            *
      *    M MISMATCH   S RESUBMITTED  L RELEASED          *
      *    W WRITTEN OFF  H HELD OVER A BRANCH LIMIT       *
      *    X DECLINED BY COMPLIANCE                        *
           05  AK-DISPOSITION          PIC X(1).
           05  AK-REASON-CODE          PIC X(4).
           05  AK-POSTED-AMOUNT        PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AK-CURRENCY-CODE        PIC X(3).
           05  AK-DISPOSITION-DATE     PIC X(8).
           05  AK-REPORTED-BY          PIC X(8).
           05  FILLER                  PIC X(61).
       01  ACK-CONTROL-RECORD.
           05  AC-RECORD-TYPE          PIC X(1).
               88  AC-FEED-CONTROL     VALUE 'C'.
           05  AC-SOURCE-SYSTEM        PIC X(8).
           05  AC-FEED-DATE            PIC X(8).
           05  AC-CYCLE-NUMBER         PIC 9(4).
      *    COUNT AND HASH FROM THE SOURCE FEED TRAILER     *
           05  AC-TRL-RECORD-COUNT     PIC 9(9).
           05  AC-TRL-HASH-TOTAL       PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    COUNT AND HASH OF THE DISPOSITIONS RETURNED     *
           05  AC-DISP-COUNT           PIC 9(9).
           05  AC-DISP-HASH-TOTAL      PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AC-CONVERTED            PIC 9(9).
           05  AC-REJECTED             PIC 9(9).
           05  AC-DUPLICATE            PIC 9(9).
           05  AC-MISMATCHED           PIC 9(9).
           05  AC-HELD                 PIC 9(9).
           05  AC-POSTED-TOTAL         PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AC-BALANCED             PIC X(1).
               88  AC-IN-BALANCE       VALUE 'Y'.
               88  AC-OUT-OF-BALANCE   VALUE 'N'.
           05  FILLER                  PIC X(3).
       01  ACK-TRAILER-RECORD.
           05  AZ-RECORD-TYPE          PIC X(1).
               88  AZ-TRAILER          VALUE 'T'.
           05  AZ-SOURCE-SYSTEM        PIC X(8).
      *    ALL RECORDS ON THE FILE INCLUDING HEADER AND    *
      *    TRAILER                                         *
           05  AZ-RECORD-COUNT         PIC 9(9).
           05  AZ-DETAIL-COUNT         PIC 9(9).
           05  AZ-FOLLOW-UP-COUNT      PIC 9(9).
           05  AZ-FEED-SET-COUNT       PIC 9(4).
      *    SUM OF THE FEED TRAILER HASH TOTALS             *
           05  AZ-HASH-TOTAL           PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AZ-POSTED-TOTAL         PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(62).
