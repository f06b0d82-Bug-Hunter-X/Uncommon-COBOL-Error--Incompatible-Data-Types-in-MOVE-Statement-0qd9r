           05  MS-DIFFERENCE           PIC S9(10)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  MS-RUN-DATE             PIC X(8).
      *    SOURCE AREAS, TRANSACTION TYPE, EFFECTIVE DATE  *
      *    AND CURRENCY CARRIED SO A RELEASED ITEM CAN BE  *
      *    REBUILT FOR RESUBMISSION.                       *
           05  MS-AREA-1               PIC X(100).
           05  MS-AREA-2               PIC X(100).
           05  MS-TRANS-TYPE           PIC X(1).
           05  MS-EFFECTIVE-DATE       PIC X(8).
           05  MS-CURRENCY-CODE        PIC X(3).
      *    ORIGINATING SOURCE SYSTEM FOR THE DISPOSITION   *
      *    RETURN ON RELEASE OR WRITE-OFF.                 *
           05  MS-SOURCE-SYSTEM        PIC X(8).
