           05  AM-BEFORE-VALUE         PIC X(100).
           05  AM-AFTER-VALUE          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AM-CURRENCY-CODE        PIC X(3).
           05  AM-ORIG-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  AM-EXCHANGE-RATE        PIC 9(5)V9(6).
