      *    AGAINST THE PAYMENT IT CLAIMS TO REVERSE.       *
           05  TK-POSTED-AMOUNT        PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    CURRENCY AND AMOUNT AS RECEIVED, SO A FOREIGN   *
      *    CURRENCY REVERSAL IS MATCHED IN THE PAYMENT'S   *
      *    OWN CURRENCY RATHER THAN AT A LATER RATE.       *
      *    BLANK CURRENCY ON KEYS RECORDED BEFORE THESE    *
      *    FIELDS WERE CARRIED.                            *
           05  TK-ORIG-CURRENCY        PIC X(3).
           05  TK-ORIG-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
