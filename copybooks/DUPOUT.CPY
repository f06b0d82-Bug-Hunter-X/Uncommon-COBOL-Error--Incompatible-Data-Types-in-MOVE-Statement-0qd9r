           05  DS-AREA-2               PIC X(100).
           05  DS-ORIG-CONV-DATE       PIC X(8).
           05  DS-RUN-DATE             PIC X(8).
      *    TRANSACTION TYPE, EFFECTIVE DATE AND CURRENCY   *
      *    CARRIED SO A RELEASED ITEM KEEPS THEM ON        *
      *    RESUBMISSION.                                   *
           05  DS-TRANS-TYPE           PIC X(1).
           05  DS-EFFECTIVE-DATE       PIC X(8).
           05  DS-CURRENCY-CODE        PIC X(3).
      *    ORIGINATING SOURCE SYSTEM FOR THE DISPOSITION   *
      *    RETURN ON RELEASE OR WRITE-OFF.                 *
           05  DS-SOURCE-SYSTEM        PIC X(8).
