       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO 'BRANCH-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT BRANCH-MAINT-RPT ASSIGN TO 'BRANCH-MAINT-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.
           SELECT OPTIONAL SUSPENSE-MASTER ASSIGN TO 'SUSPENSE-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MASTER-KEY
               FILE STATUS IS WS-SUSP-MASTER-STATUS.
           SELECT BRANCH-TRANSFER-RPT ASSIGN TO 'BRANCH-TRANSFER-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  BRANCH-MASTER.
           COPY BRNMST.
           RECORDING MODE IS F.
           COPY BRMRPT.

       FD  SUSPENSE-MASTER.
           COPY SUSPMST.

       FD  BRANCH-TRANSFER-RPT
           RECORDING MODE IS F.
           COPY BRTRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-BRANCH-AUDIT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-MAINT-RPT-STATUS     PIC X(2)    VALUE '00'.
           05  WS-SUSP-MASTER-STATUS   PIC X(2)    VALUE '00'.
           05  WS-TRANSFER-RPT-STATUS  PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-CARDS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-ADDED       PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-CLOSED      PIC 9(9)    VALUE ZERO.
           05  WS-LIMITS-CHANGED       PIC 9(9)    VALUE ZERO.
           05  WS-RATES-CHANGED        PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-MERGED      PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-TRANSFERRED    PIC 9(9)    VALUE ZERO.
           05  WS-CARD-EXCEPTIONS      PIC 9(9)    VALUE ZERO.

      *    MAINTENANCE CARD OF THE APPROVED REQUEST BEING  *
      *    APPLIED, AND THE OPERATORS WHO ENTERED AND       *
      *    APPROVED IT.                                     *
           COPY BRNCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

      *    BM-TYPE-LIMITS OCCURRENCE FOR THE CARD'S TYPE   *
       01  WS-LIMIT-SUB                PIC 9(4)    COMP VALUE ZERO.
      *    BM-BACK-VALUE-RATE OCCURRENCE FOR CARD'S TYPE   *
       01  WS-RATE-SUB                 PIC 9(4)    COMP VALUE ZERO.

       01  WS-MERGE-FIELDS.
           05  WS-MERGE-TRANSFER-DATE  PIC X(8)    VALUE SPACES.
           05  WS-MERGE-ITEMS          PIC 9(9)    VALUE ZERO.
           05  WS-ITEM-OWNING-BRANCH   PIC X(2)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'BRNMNT - BRANCH MAINTENANCE EXCEPTION LISTING'.
           05  BX-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  WS-XFER-HEADING-1               PIC X(132)
           VALUE 'BRNMNT - BRANCH MERGE SUSPENSE TRANSFER REPORT'.

       01  WS-XFER-RUN-LINE.
           05  FILLER                      PIC X(9) VALUE
               'RUN DATE '.
           05  BS-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(115) VALUE SPACES.

       01  WS-XFER-MERGE-LINE.
           05  FILLER                      PIC X(14) VALUE
               'MERGED BRANCH '.
           05  BS-MERGED-BRANCH            PIC X(2).
           05  FILLER                      PIC X(6) VALUE
               ' INTO '.
           05  BS-SUCCESSOR-BRANCH         PIC X(2).
           05  FILLER                      PIC X(15) VALUE
               ' TRANSFER DATE '.
           05  BS-TRANSFER-DATE            PIC X(8).
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  WS-XFER-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               'TRANS KEY'.
           05  FILLER                      PIC X(5) VALUE
               'TYP'.
           05  FILLER                      PIC X(12) VALUE
               'FIRST DATE'.
           05  FILLER                      PIC X(10) VALUE
               'SOURCE'.
           05  FILLER                      PIC X(6) VALUE
               'FROM'.
           05  FILLER                      PIC X(87) VALUE
               'TO'.

       01  WS-XFER-DETAIL-LINE.
           05  BS-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BS-SUSP-TYPE                PIC X(1).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  BS-FIRST-DATE               PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  BS-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BS-FROM-BRANCH              PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  BS-TO-BRANCH                PIC X(2).
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  WS-XFER-TOTAL-LINE.
           05  BS-TOTAL-LABEL              PIC X(23).
           05  BS-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN I-O BRANCH-MASTER
           IF WS-BRANCH-MASTER-STATUS = '05'
               MOVE '00' TO WS-BRANCH-MASTER-STATUS
           END-IF
           OPEN OUTPUT BRANCH-AUDIT
           OPEN OUTPUT BRANCH-MAINT-RPT
           OPEN I-O SUSPENSE-MASTER
           IF WS-SUSP-MASTER-STATUS = '05'
               MOVE '00' TO WS-SUSP-MASTER-STATUS
           END-IF
           OPEN OUTPUT BRANCH-TRANSFER-RPT
           IF WS-APPROVAL-STATUS NOT = '00'
              OR WS-BRANCH-MASTER-STATUS NOT = '00'
              OR WS-BRANCH-AUDIT-STATUS NOT = '00'
              OR WS-MAINT-RPT-STATUS NOT = '00'
              OR WS-SUSP-MASTER-STATUS NOT = '00'
              OR WS-TRANSFER-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-APPROVAL-STATUS ' '
                   WS-BRANCH-MASTER-STATUS ' '
                   WS-BRANCH-AUDIT-STATUS ' '
                   WS-MAINT-RPT-STATUS ' '
                   WS-SUSP-MASTER-STATUS ' '
                   WS-TRANSFER-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE BRANCH-MAINT-LINE FROM WS-RPT-HEADING-1
               WRITE BRANCH-MAINT-LINE FROM WS-RPT-HEADING-2
               WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-HEADING-1
               MOVE WS-RUN-DATE TO BS-RUN-DATE
               WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-RUN-LINE
               PERFORM 1050-START-APPROVED-CARDS
               IF WS-NOT-END-OF-FILE
                   PERFORM 1100-READ-MAINT-CARD
               END-IF
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

      *    MAINTENANCE CARDS ARE TAKEN ONLY FROM REQUESTS    *
      *    APPROVED BY A SECOND OPERATOR ON THE CARD         *
      *    APPROVAL MASTER, EACH MARKED APPLIED AS IT IS     *
      *    READ.                                             *
       1050-START-APPROVED-CARDS.
           MOVE 'BRNMNT' TO AP-CARD-PROGRAM
           MOVE LOW-VALUES TO AP-ENTRY-DATE
           MOVE ZERO TO AP-ENTRY-SEQUENCE
           START CARD-APPROVAL-MASTER KEY NOT < AP-REQUEST-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF WS-APPROVAL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON CARD-APPROVAL-MASTER START - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1100-READ-MAINT-CARD.
           SET WS-CARD-NOT-SELECTED TO TRUE
           PERFORM UNTIL WS-CARD-SELECTED OR WS-END-OF-FILE
               PERFORM 1110-READ-NEXT-APPROVAL
           END-PERFORM
           IF WS-CARD-SELECTED
               ADD 1 TO WS-CARDS-READ
               PERFORM 1120-MARK-CARD-APPLIED
           END-IF.

       1110-READ-NEXT-APPROVAL.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF AP-CARD-PROGRAM NOT = 'BRNMNT'
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF AP-APPROVED
                          AND AP-CHECKED-BY NOT = AP-ENTERED-BY
                           SET WS-CARD-SELECTED TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-APPROVAL-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING CARD-APPROVAL-MASTER - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1120-MARK-CARD-APPLIED.
           MOVE AP-CARD-IMAGE TO BRANCH-MAINT-CARD
           MOVE AP-ENTERED-BY TO WS-CARD-ENTERED-BY
           MOVE AP-CHECKED-BY TO WS-CARD-APPROVED-BY
           SET AP-APPLIED TO TRUE
           MOVE WS-RUN-DATE TO AP-APPLIED-DATE
           MOVE WS-RUN-TIME TO AP-APPLIED-TIME
           REWRITE CARD-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CARD-APPROVAL-MASTER'
                       ' - KEY: ' AP-REQUEST-KEY ' STATUS: '
                       WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
           END-REWRITE.

       2000-PROCESS-MAINT-CARD.
           IF NOT BC-ACTION-VALID
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN BC-ADD-ACTION
                       PERFORM 2100-ADD-BRANCH
                   WHEN BC-CLOSE-ACTION
                       PERFORM 2200-CLOSE-BRANCH
                   WHEN BC-LIMIT-ACTION
                       PERFORM 2400-SET-BRANCH-LIMITS
                   WHEN BC-MERGE-ACTION
                       PERFORM 2500-MERGE-BRANCH
                   WHEN BC-RATE-ACTION
                       PERFORM 2700-SET-INTEREST-RATE
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-MAINT-CARD.

               SET BM-BRANCH-OPEN TO TRUE
               MOVE WS-RUN-DATE TO BM-OPEN-DATE
               MOVE SPACES TO BM-CLOSED-DATE
               MOVE ZEROS TO BM-LIMITS
               MOVE SPACES TO BM-LIMITS-CHANGED-DATE
               MOVE SPACES TO BM-SUCCESSOR-BRANCH
               MOVE SPACES TO BM-TRANSFER-DATE
               MOVE ZEROS TO BM-INTEREST-RATES
               MOVE SPACES TO BM-RATES-CHANGED-DATE
               WRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
           END-IF.

       2300-WRITE-BRANCH-AUDIT.
           MOVE WS-CARD-ENTERED-BY TO BA-OPERATOR-ID
           MOVE WS-CARD-APPROVED-BY TO BA-APPROVED-BY
           MOVE WS-RUN-DATE TO BA-RUN-DATE
           MOVE WS-RUN-TIME TO BA-RUN-TIME
           MOVE BC-ACTION TO BA-ACTION
           MOVE BM-BRANCH-CODE TO BA-BRANCH-CODE
           MOVE BM-BRANCH-NAME TO BA-BRANCH-NAME
           IF BC-LIMIT-ACTION
               MOVE BC-LIMIT-TRANS-TYPE TO BA-LIMIT-TRANS-TYPE
               MOVE BC-SINGLE-ITEM-LIMIT TO BA-SINGLE-ITEM-LIMIT
               MOVE BC-DAILY-COUNT-LIMIT TO BA-DAILY-COUNT-LIMIT
               MOVE BC-DAILY-AMOUNT-LIMIT TO BA-DAILY-AMOUNT-LIMIT
           ELSE
               MOVE SPACE TO BA-LIMIT-TRANS-TYPE
               MOVE ZERO TO BA-SINGLE-ITEM-LIMIT
               MOVE ZERO TO BA-DAILY-COUNT-LIMIT
               MOVE ZERO TO BA-DAILY-AMOUNT-LIMIT
           END-IF
           IF BC-MERGE-ACTION
               MOVE BM-SUCCESSOR-BRANCH TO BA-SUCCESSOR-BRANCH
               MOVE BM-TRANSFER-DATE TO BA-TRANSFER-DATE
           ELSE
               MOVE SPACES TO BA-SUCCESSOR-BRANCH
               MOVE SPACES TO BA-TRANSFER-DATE
           END-IF
           IF BC-RATE-ACTION
               MOVE BC-RATE-TRANS-TYPE TO BA-RATE-TRANS-TYPE
               MOVE BC-ANNUAL-RATE TO BA-ANNUAL-RATE
           ELSE
               MOVE SPACE TO BA-RATE-TRANS-TYPE
               MOVE ZERO TO BA-ANNUAL-RATE
           END-IF
           WRITE BRANCH-AUDIT-RECORD
           IF WS-BRANCH-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BRANCH-AUDIT - STATUS: '
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2400-SET-BRANCH-LIMITS.
           IF NOT BC-LIMIT-TYPE-VALID
              OR BC-SINGLE-ITEM-LIMIT NOT NUMERIC
              OR BC-DAILY-COUNT-LIMIT NOT NUMERIC
              OR BC-DAILY-AMOUNT-LIMIT NOT NUMERIC
               MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
               MOVE 'LIMIT CARD TYPE OR AMOUNTS INVALID'
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               MOVE BC-BRANCH-CODE TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                       MOVE 'BRANCH NOT ON MASTER'
                           TO BX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   NOT INVALID KEY
                       PERFORM 2410-APPLY-BRANCH-LIMITS
               END-READ
           END-IF.

       2410-APPLY-BRANCH-LIMITS.
           IF NOT BM-BRANCH-OPEN
               MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
               MOVE 'BRANCH IS NOT OPEN'
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN BC-LIMIT-PAYMENT
                       MOVE 1 TO WS-LIMIT-SUB
                   WHEN BC-LIMIT-REVERSAL
                       MOVE 2 TO WS-LIMIT-SUB
                   WHEN BC-LIMIT-ADJUSTMENT
                       MOVE 3 TO WS-LIMIT-SUB
               END-EVALUATE
               MOVE BC-SINGLE-ITEM-LIMIT
                   TO BM-SINGLE-ITEM-LIMIT (WS-LIMIT-SUB)
               MOVE BC-DAILY-COUNT-LIMIT
                   TO BM-DAILY-COUNT-LIMIT (WS-LIMIT-SUB)
               MOVE BC-DAILY-AMOUNT-LIMIT
                   TO BM-DAILY-AMOUNT-LIMIT (WS-LIMIT-SUB)
               MOVE WS-RUN-DATE TO BM-LIMITS-CHANGED-DATE
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING BRANCH-MASTER - KEY: '
                           BM-BRANCH-CODE ' STATUS: '
                           WS-BRANCH-MASTER-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LIMITS-CHANGED
                       PERFORM 2300-WRITE-BRANCH-AUDIT
               END-REWRITE
           END-IF.

      *    A MERGE CLOSES THE BRANCH (IF STILL OPEN) AND    *
      *    RECORDS ITS SUCCESSOR SO TRNCONV POSTS ITS ITEMS *
      *    UNDER THE SUCCESSOR FROM THE TRANSFER DATE.  THE *
      *    SUCCESSOR MUST BE ON FILE AND OPEN.               *
      *    A MERGE TAKES EFFECT WHEN IT IS APPLIED - THE     *
      *    BRANCH IS CLOSED AND ITS OPEN SUSPENSE MOVED AT   *
      *    ONCE - SO A CARD DATED AFTER TODAY IS REFUSED AND *
      *    MUST BE ENTERED ON OR AFTER ITS TRANSFER DATE.    *
       2500-MERGE-BRANCH.
           IF BC-TRANSFER-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-MERGE-TRANSFER-DATE
           ELSE
               MOVE BC-TRANSFER-DATE TO WS-MERGE-TRANSFER-DATE
           END-IF
           EVALUATE TRUE
               WHEN BC-SUCCESSOR-BRANCH = SPACES
                 OR WS-MERGE-TRANSFER-DATE NOT NUMERIC
                   MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                   MOVE 'MERGE CARD SUCCESSOR OR DATE INVALID'
                       TO BX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN WS-MERGE-TRANSFER-DATE > WS-RUN-DATE
                   MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                   MOVE 'MERGE TRANSFER DATE IS IN THE FUTURE'
                       TO BX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN BC-SUCCESSOR-BRANCH = BC-BRANCH-CODE
                   MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                   MOVE 'BRANCH CANNOT BE ITS OWN SUCCESSOR'
                       TO BX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN OTHER
                   PERFORM 2510-VALIDATE-SUCCESSOR
           END-EVALUATE.

       2510-VALIDATE-SUCCESSOR.
           MOVE BC-SUCCESSOR-BRANCH TO BM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                   MOVE 'SUCCESSOR BRANCH NOT ON MASTER'
                       TO BX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               NOT INVALID KEY
                   IF NOT BM-BRANCH-OPEN
                       MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                       MOVE 'SUCCESSOR BRANCH IS NOT OPEN'
                           TO BX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   ELSE
                       PERFORM 2520-READ-MERGED-BRANCH
                   END-IF
           END-READ.

       2520-READ-MERGED-BRANCH.
           MOVE BC-BRANCH-CODE TO BM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                   MOVE 'BRANCH NOT ON MASTER'
                       TO BX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               NOT INVALID KEY
                   PERFORM 2530-APPLY-BRANCH-MERGE
           END-READ.

       2530-APPLY-BRANCH-MERGE.
           IF NOT BM-NO-SUCCESSOR
               MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
               MOVE 'BRANCH ALREADY MERGED'
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               IF BM-BRANCH-OPEN
                   SET BM-BRANCH-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO BM-CLOSED-DATE
               END-IF
               MOVE BC-SUCCESSOR-BRANCH TO BM-SUCCESSOR-BRANCH
               MOVE WS-MERGE-TRANSFER-DATE TO BM-TRANSFER-DATE
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING BRANCH-MASTER - KEY: '
                           BM-BRANCH-CODE ' STATUS: '
                           WS-BRANCH-MASTER-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BRANCHES-MERGED
                       PERFORM 2300-WRITE-BRANCH-AUDIT
                       PERFORM 2600-TRANSFER-SUSPENSE
               END-REWRITE
           END-IF.

      *    ONE-TIME MOVE OF THE MERGED BRANCH'S OPEN        *
      *    SUSPENSE ITEMS (INCLUDING ITEMS IT HAD ALREADY   *
      *    TAKEN OVER FROM AN EARLIER MERGE) TO THE         *
      *    SUCCESSOR, LISTED ON BRANCH-TRANSFER-RPT.        *
       2600-TRANSFER-SUSPENSE.
           MOVE ZERO TO WS-MERGE-ITEMS
           MOVE BM-BRANCH-CODE TO BS-MERGED-BRANCH
           MOVE BM-SUCCESSOR-BRANCH TO BS-SUCCESSOR-BRANCH
           MOVE BM-TRANSFER-DATE TO BS-TRANSFER-DATE
           WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-MERGE-LINE
           WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-HEADING-2
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO SM-MASTER-KEY
           START SUSPENSE-MASTER KEY NOT < SM-MASTER-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF WS-SUSP-MASTER-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON SUSPENSE-MASTER START - STATUS: '
                   WS-SUSP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 2610-READ-NEXT-SUSPENSE
           END-PERFORM
           MOVE 'ITEMS TRANSFERRED:' TO BS-TOTAL-LABEL
           MOVE WS-MERGE-ITEMS TO BS-TOTAL-COUNT
           WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-TOTAL-LINE
           IF WS-TRANSFER-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BRANCH-TRANSFER-RPT - STATUS: '
                   WS-TRANSFER-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2610-READ-NEXT-SUSPENSE.
           READ SUSPENSE-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF SM-OWNING-BRANCH = SPACES
                       MOVE SM-TRANS-KEY (1:2)
                           TO WS-ITEM-OWNING-BRANCH
                   ELSE
                       MOVE SM-OWNING-BRANCH TO WS-ITEM-OWNING-BRANCH
                   END-IF
                   IF SM-ITEM-OPEN
                      AND WS-ITEM-OWNING-BRANCH = BM-BRANCH-CODE
                       PERFORM 2620-TRANSFER-SUSPENSE-ITEM
                   END-IF
           END-READ
           IF WS-SUSP-MASTER-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING SUSPENSE-MASTER - STATUS: '
                   WS-SUSP-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2620-TRANSFER-SUSPENSE-ITEM.
           MOVE BM-SUCCESSOR-BRANCH TO SM-OWNING-BRANCH
           MOVE BM-TRANSFER-DATE TO SM-TRANSFER-DATE
           REWRITE SUSPENSE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING SUSPENSE-MASTER - KEY: '
                       SM-MASTER-KEY ' STATUS: '
                       WS-SUSP-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-BROWSE-DONE TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-MERGE-ITEMS
                   ADD 1 TO WS-ITEMS-TRANSFERRED
                   MOVE SM-TRANS-KEY TO BS-TRANS-KEY
                   MOVE SM-SUSPENSE-TYPE TO BS-SUSP-TYPE
                   MOVE SM-FIRST-SUSP-DATE TO BS-FIRST-DATE
                   MOVE SM-SOURCE-SYSTEM TO BS-SOURCE-SYSTEM
                   MOVE WS-ITEM-OWNING-BRANCH TO BS-FROM-BRANCH
                   MOVE BM-SUCCESSOR-BRANCH TO BS-TO-BRANCH
                   WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-DETAIL-LINE
           END-REWRITE.

       2700-SET-INTEREST-RATE.
           IF NOT BC-RATE-TYPE-VALID
              OR BC-ANNUAL-RATE NOT NUMERIC
               MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
               MOVE 'RATE CARD TYPE OR RATE INVALID'
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               MOVE BC-BRANCH-CODE TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
                       MOVE 'BRANCH NOT ON MASTER'
                           TO BX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   NOT INVALID KEY
                       PERFORM 2710-APPLY-INTEREST-RATE
               END-READ
           END-IF.

       2710-APPLY-INTEREST-RATE.
           IF NOT BM-BRANCH-OPEN
               MOVE BC-BRANCH-CODE TO BX-BRANCH-CODE
               MOVE 'BRANCH IS NOT OPEN'
                   TO BX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN BC-RATE-PAYMENT
                       MOVE 1 TO WS-RATE-SUB
                   WHEN BC-RATE-REVERSAL
                       MOVE 2 TO WS-RATE-SUB
                   WHEN BC-RATE-ADJUSTMENT
                       MOVE 3 TO WS-RATE-SUB
               END-EVALUATE
               MOVE BC-ANNUAL-RATE
                   TO BM-BACK-VALUE-RATE (WS-RATE-SUB)
               MOVE WS-RUN-DATE TO BM-RATES-CHANGED-DATE
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING BRANCH-MASTER - KEY: '
                           BM-BRANCH-CODE ' STATUS: '
                           WS-BRANCH-MASTER-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RATES-CHANGED
                       PERFORM 2300-WRITE-BRANCH-AUDIT
               END-REWRITE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-CARD-EXCEPTIONS TO BX-COUNT
               WRITE BRANCH-MAINT-LINE FROM WS-RPT-TRAILER-LINE
               MOVE 'BRANCHES MERGED:' TO BS-TOTAL-LABEL
               MOVE WS-BRANCHES-MERGED TO BS-TOTAL-COUNT
               WRITE BRANCH-TRANSFER-LINE FROM WS-XFER-TOTAL-LINE
           END-IF
           DISPLAY '===== BRNMNT CONTROL TOTALS ====='
           DISPLAY 'OPERATOR:         ' WS-OPERATOR-ID
           DISPLAY 'CARDS READ:       ' WS-CARDS-READ
           DISPLAY 'BRANCHES ADDED:   ' WS-BRANCHES-ADDED
           DISPLAY 'BRANCHES CLOSED:  ' WS-BRANCHES-CLOSED
           DISPLAY 'LIMITS CHANGED:   ' WS-LIMITS-CHANGED
           DISPLAY 'RATES CHANGED:    ' WS-RATES-CHANGED
           DISPLAY 'BRANCHES MERGED:  ' WS-BRANCHES-MERGED
           DISPLAY 'ITEMS TRANSFERRED: ' WS-ITEMS-TRANSFERRED
           DISPLAY 'CARD EXCEPTIONS:  ' WS-CARD-EXCEPTIONS
           IF WS-CARD-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE CARD-APPROVAL-MASTER
               CLOSE BRANCH-MASTER
               CLOSE BRANCH-AUDIT
               CLOSE BRANCH-MAINT-RPT
               CLOSE SUSPENSE-MASTER
               CLOSE BRANCH-TRANSFER-RPT
           END-IF.

       8100-WRITE-EXCEPTION-DETAIL.
