      *****************************************************
      *  REJMST.CPY                                       *
      *  REJECT INVENTORY MASTER RECORD (VSAM KSDS, KEYED  *
      *  ON TRANSACTION KEY).  REJMGT LOADS EACH DAY'S     *
      *  REJECT-OUT HERE SO THAT REJECTS NOT REPAIRED THE  *
      *  SAME DAY STAY IN SIGHT, AND CLOSES AN ITEM ONCE   *
      *  ITS KEY COMES THROUGH ON EXTRACT-OUT.  TRNFIX     *
      *  MARKS AN ITEM RESUBMITTED WHEN IT WRITES THE      *
      *  REPAIRED RECORD, AND CAN REPAIR A CARRIED-        *
      *  FORWARD ITEM FROM THIS RECORD.  REJAGE AGES THE   *
      *  OUTSTANDING ITEMS IN BUSINESS DAYS AND ESCALATES  *
      *  THOSE LEFT UNWORKED.                              *
      *****************************************************
       01  REJECT-INVENTORY-RECORD.
           05  RI-TRANS-KEY            PIC X(10).
      *    BRANCH THAT OWNS THE ITEM - THE KEY'S BRANCH    *
      *    UNLESS IT HAS BEEN MERGED INTO A SUCCESSOR.     *
           05  RI-OWNING-BRANCH        PIC X(2).
      *    REJECT AS LAST WRITTEN TO REJECT-OUT            *
           05  RI-REASON-CODE          PIC X(4).
           05  RI-REASON-TEXT          PIC X(40).
           05  RI-SOURCE-FIELD         PIC X(100).
           05  RI-TRANS-TYPE           PIC X(1).
           05  RI-EFFECTIVE-DATE       PIC X(8).
           05  RI-CURRENCY-CODE        PIC X(3).
           05  RI-SOURCE-SYSTEM        PIC X(8).
           05  RI-FIRST-REJECT-DATE    PIC X(8).
           05  RI-LAST-REJECT-DATE     PIC X(8).
           05  RI-TIMES-REJECTED       PIC 9(3).
      *    O OPEN (UNWORKED), S RESUBMITTED BY TRNFIX AND  *
      *    AWAITING CONVERSION, R CLOSED - RESUBMISSION    *
      *    CONVERTED, C CLOSED - CONVERTED WITHOUT A       *
      *    TRNFIX RESUBMISSION (RESENT BY THE SOURCE).     *
           05  RI-STATUS               PIC X(1).
               88  RI-ITEM-OPEN            VALUE 'O'.
               88  RI-ITEM-RESUBMITTED     VALUE 'S'.
               88  RI-ITEM-REPAIRED        VALUE 'R'.
               88  RI-ITEM-CONVERTED       VALUE 'C'.
               88  RI-ITEM-OUTSTANDING     VALUE 'O' 'S'.
               88  RI-ITEM-CLOSED          VALUE 'R' 'C'.
      *    LAST TRNFIX RESUBMISSION AND THE OPERATORS WHO  *
      *    ENTERED AND APPROVED ITS CORRECTION CARD.       *
           05  RI-RESUBMIT-DATE        PIC X(8).
           05  RI-RESUBMIT-COUNT       PIC 9(3).
           05  RI-RESUBMITTED-BY       PIC X(8).
           05  RI-RESUBMIT-APPROVED-BY PIC X(8).
           05  RI-CLOSED-DATE          PIC X(8).
      *    LAST REJAGE RUN THAT ESCALATED THE ITEM         *
           05  RI-ESCALATED-DATE       PIC X(8).
           05  RI-TIMES-ESCALATED      PIC 9(3).
           05  FILLER                  PIC X(20).
