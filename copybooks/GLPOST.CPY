      *  (FIRST TWO CHARACTERS OF EO-TRANS-KEY) PER        *
      *  PROCESSING DATE, CARRYING THE RECORD COUNT AND    *
      *  NET EXTRACT AMOUNT FOR THAT BRANCH.               *
      *  A BRANCH WITH FOREIGN-CURRENCY ITEMS GETS ONE     *
      *  RECORD PER CURRENCY.                              *
      *****************************************************
       01  GL-POSTING-RECORD.
           05  GP-BRANCH-CODE          PIC X(2).
           05  GP-RECORD-COUNT         PIC 9(9).
           05  GP-NET-AMOUNT           PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    NET AMOUNT ABOVE IS IN BASE CURRENCY; ORIGINAL  *
      *    AMOUNT IS THE SAME ITEMS IN THEIR OWN CURRENCY. *
           05  GP-CURRENCY-CODE        PIC X(3).
           05  GP-ORIG-AMOUNT          PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    NET AMOUNT ABOVE BY TRANSACTION TYPE, IN BASE   *
      *    CURRENCY - OCCURRENCE 1 PAYMENTS, 2 REVERSALS,  *
      *    3 ADJUSTMENTS, 4 BACKOUTS (TRNBACK ITEMS CARRY  *
      *    NO TYPE).  READ BY BRNPOS FOR THE DAY MOVEMENT. *
           05  GP-TYPE-AMOUNTS.
               10  GP-TYPE-NET-AMOUNT  PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER
                   OCCURS 4 TIMES.
      *    BLANK FOR THE PRINCIPAL POSTINGS FROM TRNSUM;   *
      *    I FOR THE BACK-VALUE INTEREST ADJUSTMENTS       *
      *    TRNINT WRITES IN THIS LAYOUT TO ITS OWN FILE.   *
           05  GP-ENTRY-TYPE           PIC X(1).
               88  GP-PRINCIPAL-ENTRY      VALUE SPACE.
               88  GP-INTEREST-ENTRY       VALUE 'I'.
           05  FILLER                  PIC X(29).
