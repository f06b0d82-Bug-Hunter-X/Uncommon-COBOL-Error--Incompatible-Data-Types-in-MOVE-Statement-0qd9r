           05  AL-BEFORE-VALUE         PIC X(100).
           05  AL-AFTER-VALUE          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    AL-AFTER-VALUE IS THE BASE-CURRENCY AMOUNT; THE *
      *    ORIGINAL CURRENCY, AMOUNT AND RATE APPLIED ARE  *
      *    KEPT SO THE CONVERSION CAN BE PROVED.           *
           05  AL-CURRENCY-CODE        PIC X(3).
           05  AL-ORIG-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AL-EXCHANGE-RATE        PIC 9(5)V9(6).
