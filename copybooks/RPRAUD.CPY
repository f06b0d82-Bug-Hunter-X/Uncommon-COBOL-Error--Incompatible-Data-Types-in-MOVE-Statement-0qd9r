           05  RA-FIELD-ID             PIC X(6).
           05  RA-OLD-VALUE            PIC X(100).
           05  RA-NEW-VALUE            PIC X(100).
      *    SECOND OPERATOR WHO APPROVED THE CORRECTION     *
      *    CARD - RA-OPERATOR-ID ENTERED IT.               *
           05  RA-APPROVED-BY          PIC X(8).
