      *****************************************************
      *  LMTMST.CPY                                       *
      *  LIMIT REVIEW MASTER RECORD (VSAM KSDS, KEYED ON   *
      *  TRANSACTION KEY PLUS TRANSACTION TYPE).  LMTMGT   *
      *  ACCUMULATES THE DAILY LIMIT-REVIEW-OUT FILE HERE  *
      *  SO HELD ITEMS SURVIVE ACROSS RUNS UNTIL           *
      *  COMPLIANCE APPROVES THEM FOR POSTING OR DECLINES  *
      *  THEM.                                             *
      *****************************************************
       01  LIMIT-REVIEW-MASTER-RECORD.
           05  LM-MASTER-KEY.
               10  LM-TRANS-KEY        PIC X(10).
               10  LM-TRANS-TYPE       PIC X(1).
           05  LM-EFFECTIVE-DATE       PIC X(8).
           05  LM-CURRENCY-CODE        PIC X(3).
           05  LM-AREA-1               PIC X(100).
           05  LM-AREA-2               PIC X(100).
      *    ABSOLUTE ITEM AMOUNT IN THE BASE CURRENCY       *
           05  LM-BASE-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  LM-LIMIT-REASON         PIC X(4).
           05  LM-LIMIT-VALUE          PIC 9(13).
           05  LM-DAY-COUNT            PIC 9(7).
           05  LM-DAY-AMOUNT           PIC 9(13).
      *    ORIGINATING SOURCE SYSTEM OF THE ITEM           *
           05  LM-SOURCE-SYSTEM        PIC X(8).
           05  LM-FIRST-HELD-DATE      PIC X(8).
           05  LM-LAST-HELD-DATE       PIC X(8).
           05  LM-TIMES-HELD           PIC 9(3).
           05  LM-STATUS               PIC X(1).
               88  LM-ITEM-PENDING         VALUE 'O'.
               88  LM-ITEM-APPROVED        VALUE 'A'.
               88  LM-ITEM-DECLINED        VALUE 'D'.
           05  LM-DECISION-DATE        PIC X(8).
           05  LM-DECISION-REASON      PIC X(4).
           05  LM-DECIDED-BY           PIC X(8).
      *    SECOND OPERATOR WHO APPROVED THE DECISION       *
      *    CARD - LM-DECIDED-BY ENTERED IT.                *
           05  LM-APPROVED-BY          PIC X(8).
