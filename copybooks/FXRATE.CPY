      *****************************************************
      *  FXRATE.CPY                                       *
      *  DAILY EXCHANGE-RATE FILE READ BY TRNCONV - ONE    *
      *  RECORD PER CURRENCY PER RATE DATE.  THE RATE IS   *
      *  THE NUMBER OF BASE-CURRENCY UNITS BOUGHT BY ONE   *
      *  UNIT OF THE CURRENCY.  AN ITEM IS CONVERTED AT    *
      *  THE RATE WHOSE RATE DATE EQUALS ITS VALUE DATE.   *
      *****************************************************
       01  EXCHANGE-RATE-RECORD.
           05  XR-CURRENCY-CODE        PIC X(3).
           05  XR-RATE-DATE            PIC X(8).
           05  XR-BASE-RATE            PIC 9(5)V9(6).
           05  FILLER                  PIC X(18).
