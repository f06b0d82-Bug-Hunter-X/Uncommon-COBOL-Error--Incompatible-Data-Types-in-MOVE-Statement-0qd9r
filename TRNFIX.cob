           SELECT REJECT-OUT ASSIGN TO 'REJECT-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-OUT-STATUS.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT RESUBMIT-OUT ASSIGN TO 'RESUBMIT-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-OUT-STATUS.
           SELECT FIX-SUMMARY ASSIGN TO 'FIX-SUMMARY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-SUMMARY-STATUS.
           SELECT FIX-DISPOSITION ASSIGN TO 'FIX-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-DISP-STATUS.
           SELECT OPTIONAL REJECT-INVENTORY ASSIGN TO 'REJECT-INVENTORY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-TRANS-KEY
               FILE STATUS IS WS-REJECT-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY REJOUT.

       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  RESUBMIT-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY FIXSUM.

       FD  FIX-DISPOSITION
           RECORDING MODE IS F.
           COPY DISPOUT.

       FD  REJECT-INVENTORY.
           COPY REJMST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJECT-OUT-STATUS    PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-RESUBMIT-OUT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-REPAIR-AUDIT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-EXCEPTION-RPT-STATUS PIC X(2)    VALUE '00'.
           05  WS-FIX-SUMMARY-STATUS   PIC X(2)    VALUE '00'.
           05  WS-FIX-DISP-STATUS      PIC X(2)    VALUE '00'.
           05  WS-REJECT-INV-STATUS    PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-REJECTS-UNREPAIRABLE PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-RESUBMITTED  PIC 9(9)    VALUE ZERO.
           05  WS-RESUBMIT-HASH-TOTAL  PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-DISPOSITIONS-WRITTEN PIC 9(9)    VALUE ZERO.
           05  WS-CARRIED-REPAIRED     PIC 9(9)    VALUE ZERO.
           05  WS-INVENTORY-MARKED     PIC 9(9)    VALUE ZERO.
           05  WS-INVENTORY-NOT-LOADED PIC 9(9)    VALUE ZERO.

      *    CORRECTION CARD OF THE APPROVED REQUEST BEING   *
      *    LOADED, AND THE OPERATORS WHO ENTERED AND        *
      *    APPROVED IT.                                     *
           COPY CORRCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

       01  WS-CORRECTION-COUNT         PIC 9(4)    COMP VALUE ZERO.
       01  WS-CORRECTION-MAX           PIC 9(4)    COMP VALUE 500.
               10  WS-CT-TRANS-KEY     PIC X(10).
               10  WS-CT-AREA-1        PIC X(100).
               10  WS-CT-AREA-2        PIC X(100).
               10  WS-CT-ENTERED-BY    PIC X(8).
               10  WS-CT-APPROVED-BY   PIC X(8).
               10  WS-CT-USED-SWITCH   PIC X(1).
                   88  WS-CT-USED          VALUE 'Y'.
                   88  WS-CT-NOT-USED      VALUE 'N'.
           05  WS-CARD-FOUND-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-CARD-FOUND           VALUE 'Y'.
               88  WS-CARD-NOT-FOUND       VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-INVENTORY-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-INVENTORY-FOUND      VALUE 'Y'.
               88  WS-INVENTORY-NOT-FOUND  VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'TRNFIX - CORRECTION CARD EXCEPTION LISTING'.
       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           OPEN INPUT REJECT-OUT
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN OUTPUT RESUBMIT-OUT
           OPEN OUTPUT REPAIR-AUDIT
           OPEN OUTPUT FIX-EXCEPTION-RPT
           OPEN OUTPUT FIX-SUMMARY
           OPEN OUTPUT FIX-DISPOSITION
           OPEN I-O REJECT-INVENTORY
           IF WS-REJECT-INV-STATUS = '05'
               MOVE '00' TO WS-REJECT-INV-STATUS
           END-IF
           IF WS-REJECT-OUT-STATUS NOT = '00'
              OR WS-APPROVAL-STATUS NOT = '00'
              OR WS-RESUBMIT-OUT-STATUS NOT = '00'
              OR WS-REPAIR-AUDIT-STATUS NOT = '00'
              OR WS-EXCEPTION-RPT-STATUS NOT = '00'
              OR WS-FIX-SUMMARY-STATUS NOT = '00'
              OR WS-FIX-DISP-STATUS NOT = '00'
              OR WS-REJECT-INV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-REJECT-OUT-STATUS ' '
                   WS-APPROVAL-STATUS ' '
                   WS-RESUBMIT-OUT-STATUS ' '
                   WS-REPAIR-AUDIT-STATUS ' '
                   WS-EXCEPTION-RPT-STATUS ' '
                   WS-FIX-SUMMARY-STATUS ' '
                   WS-FIX-DISP-STATUS ' '
                   WS-REJECT-INV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *    CORRECTION CARDS ARE TAKEN ONLY FROM REQUESTS     *
      *    APPROVED BY A SECOND OPERATOR ON THE CARD         *
      *    APPROVAL MASTER.  EACH IS MARKED APPLIED AS IT IS *
      *    LOADED SO IT CANNOT BE USED TWICE.                *
       1400-LOAD-CORRECTION-CARDS.
           MOVE 'TRNFIX' TO AP-CARD-PROGRAM
           MOVE LOW-VALUES TO AP-ENTRY-DATE
           MOVE ZERO TO AP-ENTRY-SEQUENCE
           START CARD-APPROVAL-MASTER KEY NOT < AP-REQUEST-KEY
               INVALID KEY
                   SET WS-CARD-END-OF-FILE TO TRUE
           END-START
           IF WS-APPROVAL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON CARD-APPROVAL-MASTER START - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-CARD-END-OF-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-CARD-END-OF-FILE
               PERFORM 1410-READ-CORRECTION-CARD
           END-PERFORM.

       1410-READ-CORRECTION-CARD.
           SET WS-CARD-NOT-SELECTED TO TRUE
           PERFORM UNTIL WS-CARD-SELECTED OR WS-CARD-END-OF-FILE
               PERFORM 1412-READ-NEXT-APPROVAL
           END-PERFORM
           IF WS-CARD-SELECTED
               PERFORM 1415-MARK-CARD-APPLIED
           END-IF
           IF WS-CARD-SELECTED
               ADD 1 TO WS-CARDS-READ
               PERFORM 1420-EDIT-CORRECTION-CARD
               IF WS-CARD-VALID
                   PERFORM 1430-STORE-CORRECTION-CARD
               END-IF
           END-IF.

       1412-READ-NEXT-APPROVAL.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   IF AP-CARD-PROGRAM NOT = 'TRNFIX'
                       SET WS-CARD-END-OF-FILE TO TRUE
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
               SET WS-CARD-END-OF-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1415-MARK-CARD-APPLIED.
           MOVE AP-CARD-IMAGE TO CORRECTION-CARD-RECORD
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
                   SET WS-CARD-NOT-SELECTED TO TRUE
                   SET WS-CARD-END-OF-FILE TO TRUE
                   SET WS-END-OF-FILE TO TRUE
           END-REWRITE.

       1420-EDIT-CORRECTION-CARD.
           SET WS-CARD-VALID TO TRUE
               MOVE CC-TRANS-KEY TO WS-CT-TRANS-KEY (CX)
               MOVE CC-AREA-1 TO WS-CT-AREA-1 (CX)
               MOVE CC-AREA-2 TO WS-CT-AREA-2 (CX)
               MOVE WS-CARD-ENTERED-BY TO WS-CT-ENTERED-BY (CX)
               MOVE WS-CARD-APPROVED-BY TO WS-CT-APPROVED-BY (CX)
               SET WS-CT-NOT-USED (CX) TO TRUE
           END-IF.

           MOVE WS-CT-AREA-2 (CX) TO TI-AREA-2
           MOVE RO-TRANS-TYPE TO TI-TRANS-TYPE
           MOVE RO-EFFECTIVE-DATE TO TI-EFFECTIVE-DATE
           MOVE RO-CURRENCY-CODE TO TI-CURRENCY-CODE
           MOVE RO-SOURCE-SYSTEM TO TI-ORIG-SOURCE-SYSTEM
           WRITE TRANS-IN-RECORD
           IF WS-RESUBMIT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RESUBMIT-OUT - STATUS: '
               ADD 1 TO WS-RECORDS-RESUBMITTED
               COMPUTE WS-RESUBMIT-HASH-TOTAL = WS-RESUBMIT-HASH-TOTAL
                   + FUNCTION NUMVAL (WS-CT-AREA-1 (CX))
               PERFORM 2250-WRITE-FIX-DISPOSITION
               PERFORM 2260-MARK-INVENTORY-ITEM
           END-IF.

       2250-WRITE-FIX-DISPOSITION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE RO-SOURCE-SYSTEM TO DP-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO DP-FEED-DATE
           MOVE 0001 TO DP-CYCLE-NUMBER
           MOVE 'F' TO DP-RECORD-TYPE
           MOVE RO-TRANS-KEY TO DP-TRANS-KEY
           MOVE 'S' TO DP-DISPOSITION
           MOVE RO-REASON-CODE TO DP-REASON-CODE
           MOVE ZERO TO DP-POSTED-AMOUNT
           MOVE RO-CURRENCY-CODE TO DP-CURRENCY-CODE
           COMPUTE DP-HASH-AMOUNT = FUNCTION NUMVAL (WS-CT-AREA-1 (CX))
           MOVE WS-RUN-DATE TO DP-PROCESS-DATE
           MOVE 'TRNFIX' TO DP-REPORTED-BY
           WRITE DISPOSITION-RECORD
           IF WS-FIX-DISP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FIX-DISPOSITION - STATUS: '
                   WS-FIX-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-DISPOSITIONS-WRITTEN
           END-IF.

      *    THE RESUBMITTED REJECT IS MARKED ON THE REJECT    *
      *    INVENTORY SO REJMGT CLOSES IT AS REPAIRED ONCE    *
      *    TRNCONV CONVERTS THE KEY.  ITEMS ARE ADDED ONLY BY*
      *    REJMGT, AGAINST THE PROCESS DATE - A REJECT IT HAS*
      *    NOT YET LOADED IS LEFT FOR IT TO ADD.             *
       2260-MARK-INVENTORY-ITEM.
           MOVE RO-TRANS-KEY TO RI-TRANS-KEY
           READ REJECT-INVENTORY
               INVALID KEY
                   SET WS-INVENTORY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-INVENTORY-FOUND TO TRUE
           END-READ
           IF WS-INVENTORY-NOT-FOUND
               ADD 1 TO WS-INVENTORY-NOT-LOADED
               DISPLAY 'REJECT NOT ON REJECT-INVENTORY - KEY: '
                   RO-TRANS-KEY
           ELSE
               SET RI-ITEM-RESUBMITTED TO TRUE
               MOVE WS-RUN-DATE TO RI-RESUBMIT-DATE
               ADD 1 TO RI-RESUBMIT-COUNT
               MOVE WS-CT-ENTERED-BY (CX) TO RI-RESUBMITTED-BY
               MOVE WS-CT-APPROVED-BY (CX) TO RI-RESUBMIT-APPROVED-BY
               MOVE SPACES TO RI-CLOSED-DATE
               REWRITE REJECT-INVENTORY-RECORD
               IF WS-REJECT-INV-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-INVENTORY - KEY: '
                       RI-TRANS-KEY ' STATUS: ' WS-REJECT-INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-INVENTORY-MARKED
               END-IF
           END-IF.

       2300-WRITE-REPAIR-AUDIT.
           MOVE WS-CT-ENTERED-BY (CX) TO RA-OPERATOR-ID
           MOVE WS-CT-APPROVED-BY (CX) TO RA-APPROVED-BY
           MOVE WS-RUN-DATE TO RA-RUN-DATE
           MOVE WS-RUN-TIME TO RA-RUN-TIME
           MOVE RO-TRANS-KEY TO RA-TRANS-KEY
           DISPLAY 'REJECTS REPAIRED:    ' WS-REJECTS-REPAIRED
           DISPLAY 'REJECTS UNREPAIRABLE: ' WS-REJECTS-UNREPAIRABLE
           DISPLAY 'RECORDS RESUBMITTED: ' WS-RECORDS-RESUBMITTED
           DISPLAY 'DISPOSITIONS WRITTEN: ' WS-DISPOSITIONS-WRITTEN
           DISPLAY 'CARRIED REJECTS REPAIRED: ' WS-CARRIED-REPAIRED
           DISPLAY 'INVENTORY ITEMS MARKED: ' WS-INVENTORY-MARKED
           DISPLAY 'NOT ON INVENTORY:    ' WS-INVENTORY-NOT-LOADED
           IF (WS-CARDS-MALFORMED > 0 OR WS-CARDS-UNMATCHED > 0
              OR WS-REJECTS-UNREPAIRABLE > 0)
              AND RETURN-CODE = 0
           IF WS-FILES-OPEN
               PERFORM 3400-WRITE-FIX-SUMMARY
               CLOSE REJECT-OUT
               CLOSE CARD-APPROVAL-MASTER
               CLOSE RESUBMIT-OUT
               CLOSE REPAIR-AUDIT
               CLOSE FIX-EXCEPTION-RPT
               CLOSE FIX-SUMMARY
               CLOSE FIX-DISPOSITION
               CLOSE REJECT-INVENTORY
           END-IF.

       3400-WRITE-FIX-SUMMARY.
               PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-CORRECTION-COUNT
                   IF WS-CT-NOT-USED (CX)
                       PERFORM 3210-REPAIR-CARRIED-REJECT
                   END-IF
               END-PERFORM
           END-IF.

      *    A CARD WITH NO REJECT ON TODAY'S REJECT-OUT MAY   *
      *    REPAIR AN OPEN ITEM CARRIED ON THE REJECT         *
      *    INVENTORY FROM AN EARLIER DAY.  THE ITEM IS PUT   *
      *    BACK IN THE REJECT RECORD AREA SO IT IS AUDITED,  *
      *    RESUBMITTED AND REPORTED AS A DAY'S REJECT IS.    *
       3210-REPAIR-CARRIED-REJECT.
           MOVE WS-CT-TRANS-KEY (CX) TO FX-TRANS-KEY
           MOVE WS-CT-TRANS-KEY (CX) TO RI-TRANS-KEY
           READ REJECT-INVENTORY
               INVALID KEY
                   SET WS-INVENTORY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-INVENTORY-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-INVENTORY-NOT-FOUND
               WHEN RI-ITEM-CLOSED
                   ADD 1 TO WS-CARDS-UNMATCHED
                   MOVE 'NO MATCHING REJECT FOR CORRECTION CARD'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN RI-ITEM-RESUBMITTED
                   ADD 1 TO WS-CARDS-UNMATCHED
                   MOVE 'REJECT ALREADY RESUBMITTED - NOT CONVERTED'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN RI-REASON-CODE = 'TYPE'
                   ADD 1 TO WS-REJECTS-UNREPAIRABLE
                   MOVE 'TYPE REJECT - CORRECT IN UPSTREAM SYSTEM'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN RI-REASON-CODE (1:2) = 'RV'
                   ADD 1 TO WS-REJECTS-UNREPAIRABLE
                   MOVE 'REVERSAL HOLD - RESEARCH ORIGINAL PAYMENT'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               WHEN OTHER
                   PERFORM 3220-RESUBMIT-CARRIED-REJECT
           END-EVALUATE.

       3220-RESUBMIT-CARRIED-REJECT.
           MOVE SPACES TO REJECT-OUT-RECORD
           MOVE RI-TRANS-KEY TO RO-TRANS-KEY
           MOVE RI-SOURCE-FIELD TO RO-SOURCE-FIELD
           MOVE RI-REASON-CODE TO RO-REASON-CODE
           MOVE RI-REASON-TEXT TO RO-REASON-TEXT
           MOVE RI-TRANS-TYPE TO RO-TRANS-TYPE
           MOVE RI-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
           MOVE RI-CURRENCY-CODE TO RO-CURRENCY-CODE
           MOVE RI-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
           ADD 1 TO WS-REJECTS-REPAIRED
           ADD 1 TO WS-CARRIED-REPAIRED
           PERFORM 2300-WRITE-REPAIR-AUDIT
           SET WS-CT-USED (CX) TO TRUE
           PERFORM 2200-WRITE-RESUBMIT-RECORD.

       3300-WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO TRANS-IN-RECORD
           MOVE 'TRL9999999' TO TR-RECORD-ID
