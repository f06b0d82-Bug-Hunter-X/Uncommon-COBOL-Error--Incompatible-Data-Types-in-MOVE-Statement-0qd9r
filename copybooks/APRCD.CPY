      *****************************************************
      *  APRCD.CPY                                        *
      *  APPROVAL DECISION CARD READ BY CRDAPV - ONE CARD  *
      *  PER PENDING REQUEST, IDENTIFIED AS LISTED ON THE  *
      *  CARD-ENTRY-RPT.  ACTION A APPROVES THE REQUEST    *
      *  FOR ITS PROGRAM'S NEXT RUN; ACTION D DECLINES IT  *
      *  AND REQUIRES A REASON CODE.  THE CHECKER MUST BE  *
      *  A DIFFERENT OPERATOR FROM THE ONE WHO ENTERED IT. *
      *****************************************************
       01  APPROVAL-DECISION-CARD.
           05  AV-CARD-PROGRAM         PIC X(8).
           05  AV-ENTRY-DATE           PIC X(8).
           05  AV-ENTRY-SEQUENCE       PIC X(5).
           05  AV-ACTION               PIC X(1).
               88  AV-APPROVE-ACTION       VALUE 'A'.
               88  AV-DECLINE-ACTION       VALUE 'D'.
               88  AV-ACTION-VALID         VALUE 'A' 'D'.
           05  AV-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X(54).
