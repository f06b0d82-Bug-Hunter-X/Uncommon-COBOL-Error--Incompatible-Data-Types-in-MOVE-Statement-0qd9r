               88  BM-BRANCH-CLOSED        VALUE 'C'.
           05  BM-OPEN-DATE            PIC X(8).
           05  BM-CLOSED-DATE          PIC X(8).
      *    POSTING LIMITS BY TRANSACTION TYPE - OCCURRENCE *
      *    1 PAYMENT, 2 REVERSAL, 3 ADJUSTMENT.  AMOUNTS   *
      *    ARE IN THE BASE CURRENCY; ZERO MEANS NO LIMIT.  *
      *    ITEMS OVER A LIMIT ARE HELD FOR COMPLIANCE      *
      *    REVIEW BY TRNCONV INSTEAD OF BEING POSTED.      *
           05  BM-LIMITS.
               10  BM-TYPE-LIMITS OCCURS 3 TIMES.
                   15  BM-SINGLE-ITEM-LIMIT
                                       PIC 9(9).
                   15  BM-DAILY-COUNT-LIMIT
                                       PIC 9(7).
                   15  BM-DAILY-AMOUNT-LIMIT
                                       PIC 9(13).
           05  BM-LIMITS-CHANGED-DATE  PIC X(8).
      *    SET BY A MERGE - THE BRANCH THAT TAKES OVER A   *
      *    CLOSED BRANCH'S BUSINESS AND THE DATE FROM      *
      *    WHICH ITS ITEMS POST UNDER THE SUCCESSOR.       *
           05  BM-SUCCESSOR-BRANCH     PIC X(2).
               88  BM-NO-SUCCESSOR         VALUE SPACES.
           05  BM-TRANSFER-DATE        PIC X(8).
      *    ANNUAL INTEREST RATE IN PERCENT BY TRANSACTION  *
      *    TYPE - OCCURRENCE 1 PAYMENT, 2 REVERSAL, 3      *
      *    ADJUSTMENT.  TRNINT APPLIES IT TO BACK-VALUED   *
      *    ITEMS POSTED UNDER THE BRANCH; ZERO = NO RATE.  *
           05  BM-INTEREST-RATES.
               10  BM-BACK-VALUE-RATE  PIC 9(3)V9(4)
                   OCCURS 3 TIMES.
           05  BM-RATES-CHANGED-DATE   PIC X(8).
