           05  BO-BACKOUT-AMOUNT       PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  BO-KEYS-DELETED         PIC 9(1).
      *    SECOND OPERATOR WHO APPROVED THE BACKOUT        *
      *    CARD - BO-OPERATOR-ID ENTERED IT.               *
           05  BO-APPROVED-BY          PIC X(8).
