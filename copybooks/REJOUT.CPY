           05  RO-TRANS-TYPE           PIC X(1).
      *    EFFECTIVE DATE CARRIED FOR THE SAME REASON.     *
           05  RO-EFFECTIVE-DATE       PIC X(8).
      *    CURRENCY CODE CARRIED FOR THE SAME REASON.      *
           05  RO-CURRENCY-CODE        PIC X(3).
      *    ORIGINATING SOURCE SYSTEM FOR THE DISPOSITION   *
      *    RETURN ON RESUBMISSION.                         *
           05  RO-SOURCE-SYSTEM        PIC X(8).
