           05  GA-RECORD-COUNT         PIC 9(9).
           05  GA-NET-AMOUNT           PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    NET AMOUNT ABOVE IS IN BASE CURRENCY; ORIGINAL  *
      *    AMOUNT IS THE SAME ITEMS IN THEIR OWN CURRENCY. *
           05  GA-CURRENCY-CODE        PIC X(3).
           05  GA-ORIG-AMOUNT          PIC S9(13)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(30).
