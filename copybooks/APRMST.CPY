      *****************************************************
      *  APRMST.CPY                                       *
      *  CARD APPROVAL MASTER RECORD (VSAM KSDS, KEYED ON  *
      *  THE PROGRAM THE CARD IS FOR, THE ENTRY DATE AND   *
      *  A SEQUENCE WITHIN THE DATE).  CRDENT ADDS EACH    *
      *  MANUAL CONTROL CARD HERE AS A PENDING REQUEST     *
      *  RECORDING THE OPERATOR WHO ENTERED IT; CRDAPV     *
      *  RECORDS A SECOND OPERATOR'S APPROVAL OR DECLINE   *
      *  AND EXPIRES STALE REQUESTS.  TRNFIX, SUSPMGT,     *
      *  BRNMNT, TRNBACK, LMTMGT AND FEEDMNT ACT ONLY ON   *
      *  APPROVED REQUESTS AND MARK THEM APPLIED.          *
      *****************************************************
       01  CARD-APPROVAL-RECORD.
           05  AP-REQUEST-KEY.
               10  AP-CARD-PROGRAM     PIC X(8).
               10  AP-ENTRY-DATE       PIC X(8).
               10  AP-ENTRY-SEQUENCE   PIC 9(5).
           05  AP-ENTERED-BY           PIC X(8).
           05  AP-ENTRY-TIME           PIC X(8).
           05  AP-STATUS               PIC X(1).
               88  AP-PENDING              VALUE 'P'.
               88  AP-APPROVED             VALUE 'A'.
               88  AP-DECLINED             VALUE 'D'.
               88  AP-EXPIRED              VALUE 'E'.
               88  AP-APPLIED              VALUE 'U'.
      *    SECOND OPERATOR - BLANK UNTIL DECIDED, AND ON   *
      *    REQUESTS THAT EXPIRED UNDECIDED.                *
           05  AP-CHECKED-BY           PIC X(8).
           05  AP-DECISION-DATE        PIC X(8).
           05  AP-DECISION-TIME        PIC X(8).
           05  AP-DECISION-REASON      PIC X(4).
           05  AP-APPLIED-DATE         PIC X(8).
           05  AP-APPLIED-TIME         PIC X(8).
      *    CARD AS ENTERED - LAID OUT AS THE PROGRAM'S OWN *
      *    CARD COPYBOOK (CORRCD, SUSPCD, BRNCD, BAKCD,    *
      *    LMTCD OR FEEDCD).                               *
           05  AP-CARD-IMAGE           PIC X(250).
