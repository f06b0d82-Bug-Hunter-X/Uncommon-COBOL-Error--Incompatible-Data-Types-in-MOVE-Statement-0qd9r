       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT AUDIT-MASTER ASSIGN TO 'AUDIT-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  AUDIT-MASTER.
           COPY AUDMST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-AUDIT-MASTER-STATUS  PIC X(2)    VALUE '00'.
           05  WS-KEY-MASTER-STATUS    PIC X(2)    VALUE '00'.
           05  WS-BACKOUT-EXT-STATUS   PIC X(2)    VALUE '00'.
           05  WS-TARGET-RUN-DATE      PIC X(8)    VALUE SPACES.
           05  WS-TARGET-JOB-ID        PIC X(8)    VALUE SPACES.

      *    BACKOUT CONTROL CARD OF THE APPROVED REQUEST,   *
      *    AND THE OPERATORS WHO ENTERED AND APPROVED IT.  *
           COPY BAKCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-AUDIT-SCANNED        PIC 9(9)    VALUE ZERO.
           05  WS-AUDIT-MATCHED        PIC 9(9)    VALUE ZERO.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.
           05  WS-APPROVAL-EOF-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-APPROVAL-END         VALUE 'Y'.
               88  WS-APPROVAL-NOT-END     VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'TRNBACK - POSTED RUN BACKOUT REPORT'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

      *    THE BACKOUT CONTROL CARD IS TAKEN FROM THE OLDEST *
      *    REQUEST APPROVED BY A SECOND OPERATOR ON THE CARD *
      *    APPROVAL MASTER AND MARKED APPLIED.  ANY FURTHER  *
      *    APPROVED BACKOUTS WAIT FOR THE NEXT RUN.          *
       1100-READ-BACKOUT-CONTROL.
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARD-APPROVAL-MASTER - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1110-FIND-APPROVED-CARD
               IF WS-CARD-SELECTED
                   PERFORM 1115-MARK-CARD-APPLIED
               END-IF
               IF WS-CARD-SELECTED
                   PERFORM 1120-EDIT-BACKOUT-CONTROL
               ELSE
                   DISPLAY 'NO APPROVED BACKOUT-CONTROL REQUEST'
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
               CLOSE CARD-APPROVAL-MASTER
           END-IF.

       1110-FIND-APPROVED-CARD.
           SET WS-CARD-NOT-SELECTED TO TRUE
           MOVE 'TRNBACK' TO AP-CARD-PROGRAM
           MOVE LOW-VALUES TO AP-ENTRY-DATE
           MOVE ZERO TO AP-ENTRY-SEQUENCE
           START CARD-APPROVAL-MASTER KEY NOT < AP-REQUEST-KEY
               INVALID KEY
                   SET WS-APPROVAL-END TO TRUE
           END-START
           IF WS-APPROVAL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON CARD-APPROVAL-MASTER START - STATUS: '
                   WS-APPROVAL-STATUS
               SET WS-APPROVAL-END TO TRUE
           END-IF
           PERFORM UNTIL WS-CARD-SELECTED OR WS-APPROVAL-END
               PERFORM 1112-READ-NEXT-APPROVAL
           END-PERFORM.

       1112-READ-NEXT-APPROVAL.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-APPROVAL-END TO TRUE
               NOT AT END
                   IF AP-CARD-PROGRAM NOT = 'TRNBACK'
                       SET WS-APPROVAL-END TO TRUE
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
               SET WS-APPROVAL-END TO TRUE
           END-IF.

       1115-MARK-CARD-APPLIED.
           MOVE AP-CARD-IMAGE TO BACKOUT-CONTROL-CARD
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
                   SET WS-CARD-NOT-SELECTED TO TRUE
           END-REWRITE.

       1120-EDIT-BACKOUT-CONTROL.
           IF BK-RUN-DATE NOT NUMERIC
               DISPLAY 'BACKOUT-CONTROL RUN DATE INVALID: '
           MOVE AM-TRANS-KEY TO EO-TRANS-KEY
           MOVE WS-BACKOUT-AMOUNT TO EO-NUMERIC-FIELD
           MOVE SPACES TO EO-EFFECTIVE-DATE
           MOVE AM-CURRENCY-CODE TO EO-CURRENCY-CODE
           IF AM-ORIG-AMOUNT NUMERIC
               COMPUTE EO-ORIG-AMOUNT = ZERO - AM-ORIG-AMOUNT
           ELSE
               MOVE WS-BACKOUT-AMOUNT TO EO-ORIG-AMOUNT
           END-IF
           WRITE EXTRACT-OUT-RECORD
           IF WS-BACKOUT-EXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BACKOUT-EXTRACT - STATUS: '
           END-DELETE.

       2400-WRITE-BACKOUT-AUDIT.
           MOVE WS-CARD-ENTERED-BY TO BO-OPERATOR-ID
           MOVE WS-CARD-APPROVED-BY TO BO-APPROVED-BY
           MOVE WS-RUN-DATE TO BO-RUN-DATE
           MOVE WS-RUN-TIME TO BO-RUN-TIME
           MOVE WS-TARGET-RUN-DATE TO BO-BACKED-OUT-RUN-DATE
           END-IF
           DISPLAY '===== TRNBACK CONTROL TOTALS ====='
           DISPLAY 'OPERATOR:            ' WS-OPERATOR-ID
           DISPLAY 'ENTERED BY:          ' WS-CARD-ENTERED-BY
           DISPLAY 'APPROVED BY:         ' WS-CARD-APPROVED-BY
           DISPLAY 'TARGET RUN DATE:     ' WS-TARGET-RUN-DATE
           DISPLAY 'TARGET JOB ID:       ' WS-TARGET-JOB-ID
           DISPLAY 'AUDIT RECORDS SCANNED: ' WS-AUDIT-SCANNED
