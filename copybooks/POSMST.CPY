      *****************************************************
      *  POSMST.CPY                                       *
      *  BRANCH POSITION MASTER RECORD (VSAM KSDS, KEYED   *
      *  ON BRANCH AND PERIOD YYYYMM).  BRNPOS POSTS EACH  *
      *  PROCESS DATE'S GL-POSTING-OUT TOTALS TO THE       *
      *  PERIOD OF THE PROCESS DATE ONCE GLACK HAS         *
      *  CONFIRMED THE ACKNOWLEDGMENT.  BRNCLS FREEZES     *
      *  THE PERIOD AT MONTH END AND ROLLS THE CLOSING     *
      *  BALANCE INTO THE NEXT PERIOD'S OPENING BALANCE.   *
      *  AMOUNTS ARE IN THE BASE CURRENCY.                 *
      *****************************************************
       01  BRANCH-POSITION-RECORD.
           05  BP-POSITION-KEY.
               10  BP-BRANCH-CODE      PIC X(2).
               10  BP-PERIOD           PIC X(6).
      *    O OPEN FOR POSTING, F FROZEN BY THE MONTH-END   *
      *    CLOSE.                                          *
           05  BP-PERIOD-STATUS        PIC X(1).
               88  BP-PERIOD-OPEN          VALUE 'O'.
               88  BP-PERIOD-FROZEN        VALUE 'F'.
           05  BP-OPENING-BALANCE      PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BP-PERIOD-POSTINGS      PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BP-CLOSING-BALANCE      PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BP-DAYS-POSTED          PIC 9(2).
           05  BP-LAST-POSTED-DATE     PIC X(8).
           05  BP-CREATED-DATE         PIC X(8).
           05  BP-CLOSED-DATE          PIC X(8).
           05  BP-CLOSED-BY            PIC X(8).
      *    ONE OCCURRENCE PER DAY OF THE MONTH, TAKEN FROM *
      *    THE DAY OF THE PROCESS DATE.  MOVEMENT          *
      *    OCCURRENCE 1 PAYMENTS, 2 REVERSALS,             *
      *    3 ADJUSTMENTS, 4 BACKOUTS, AS ON GL-POSTING-OUT.*
           05  BP-DAY-POSITION OCCURS 31 TIMES.
               10  BP-DAY-POSTED-SWITCH
                                       PIC X(1).
                   88  BP-DAY-POSTED       VALUE 'Y'.
                   88  BP-DAY-NOT-POSTED   VALUE 'N'.
               10  BP-DAY-RECORD-COUNT PIC 9(9).
               10  BP-DAY-OPENING      PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  BP-DAY-MOVEMENT     PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER
                   OCCURS 4 TIMES.
               10  BP-DAY-CLOSING      PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(20).
