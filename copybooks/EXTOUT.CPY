      *****************************************************
       01  EXTRACT-OUT-RECORD.
           05  EO-TRANS-KEY            PIC X(10).
      *    AMOUNT IN THE BASE CURRENCY                     *
           05  EO-NUMERIC-FIELD        PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    VALUE DATE CARRIED FROM THE FEED SO TRNSUM CAN  *
      *    POST BY EFFECTIVE DATE - BLANK MEANS POST ON    *
      *    THE PROCESS DATE.                               *
           05  EO-EFFECTIVE-DATE       PIC X(8).
      *    ORIGINAL CURRENCY AND SIGNED AMOUNT AS RECEIVED *
      *    ON THE FEED, BEFORE CONVERSION TO BASE.         *
           05  EO-CURRENCY-CODE        PIC X(3).
           05  EO-ORIG-AMOUNT          PIC S9(9)
               SIGN IS TRAILING SEPARATE CHARACTER.
      *    TRANSACTION TYPE P/R/A OF THE POSTED ITEM.      *
           05  EO-TRANS-TYPE           PIC X(1).
      *    BRANCH THE ITEM POSTS UNDER - THE SUCCESSOR     *
      *    WHEN THE KEY'S BRANCH HAS BEEN MERGED.  BLANK   *
      *    MEANS THE BRANCH IN THE TRANSACTION KEY.        *
           05  EO-POSTING-BRANCH       PIC X(2).
