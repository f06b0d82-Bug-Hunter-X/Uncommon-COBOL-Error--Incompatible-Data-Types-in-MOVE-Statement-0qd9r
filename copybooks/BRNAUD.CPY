           05  BA-ACTION               PIC X(1).
           05  BA-BRANCH-CODE          PIC X(2).
           05  BA-BRANCH-NAME          PIC X(30).
      *    LIMITS AS SET BY AN L ACTION - BLANK/ZERO FOR   *
      *    OTHER ACTIONS.                                  *
           05  BA-LIMIT-TRANS-TYPE     PIC X(1).
           05  BA-SINGLE-ITEM-LIMIT    PIC 9(9).
           05  BA-DAILY-COUNT-LIMIT    PIC 9(7).
           05  BA-DAILY-AMOUNT-LIMIT   PIC 9(13).
      *    SUCCESSOR AND TRANSFER DATE SET BY AN M ACTION  *
           05  BA-SUCCESSOR-BRANCH     PIC X(2).
           05  BA-TRANSFER-DATE        PIC X(8).
      *    SECOND OPERATOR WHO APPROVED THE MAINTENANCE    *
      *    CARD - BA-OPERATOR-ID ENTERED IT.               *
           05  BA-APPROVED-BY          PIC X(8).
      *    INTEREST RATE AS SET BY AN I ACTION - BLANK/    *
      *    ZERO FOR OTHER ACTIONS.                         *
           05  BA-RATE-TRANS-TYPE      PIC X(1).
           05  BA-ANNUAL-RATE          PIC 9(3)V9(4).
