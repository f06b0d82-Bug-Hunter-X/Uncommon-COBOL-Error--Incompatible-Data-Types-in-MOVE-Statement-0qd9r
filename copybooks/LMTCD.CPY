      *****************************************************
      *  LMTCD.CPY                                        *
      *  COMPLIANCE DECISION CARD READ BY LMTMGT - ONE     *
      *  CARD PER HELD ITEM.  ACTION A APPROVES THE ITEM   *
      *  AND FEEDS IT BACK TO TRNCONV FOR POSTING WITHOUT  *
      *  A FURTHER LIMIT CHECK; ACTION D DECLINES IT AND   *
      *  REQUIRES A REASON CODE.                           *
      *****************************************************
       01  LIMIT-DECISION-CARD-RECORD.
           05  LD-TRANS-KEY            PIC X(10).
           05  LD-TRANS-TYPE           PIC X(1).
               88  LD-TRANS-TYPE-VALID     VALUE 'P' 'R' 'A'.
           05  LD-ACTION               PIC X(1).
               88  LD-APPROVE-ACTION       VALUE 'A'.
               88  LD-DECLINE-ACTION       VALUE 'D'.
               88  LD-ACTION-VALID         VALUE 'A' 'D'.
           05  LD-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X(64).
