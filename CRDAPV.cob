       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDAPV.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-DECISION-CARDS
               ASSIGN TO 'APPROVAL-DECISION-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT CARD-APPROVAL-RPT ASSIGN TO 'CARD-APPROVAL-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-DECISION-CARDS
           RECORDING MODE IS F.
           COPY APRCD.

       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  CARD-APPROVAL-RPT
           RECORDING MODE IS F.
           COPY APRRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DECISION-STATUS      PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-RPT-STATUS  PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-CARDS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-CARD-EXCEPTIONS      PIC 9(9)    VALUE ZERO.
           05  WS-REQUESTS-APPROVED    PIC 9(9)    VALUE ZERO.
           05  WS-REQUESTS-DECLINED    PIC 9(9)    VALUE ZERO.
           05  WS-REQUESTS-EXPIRED     PIC 9(9)    VALUE ZERO.
           05  WS-LIST-PENDING         PIC 9(9)    VALUE ZERO.
           05  WS-LIST-APPROVED        PIC 9(9)    VALUE ZERO.
           05  WS-LIST-DECLINED        PIC 9(9)    VALUE ZERO.
           05  WS-LIST-EXPIRED         PIC 9(9)    VALUE ZERO.
           05  WS-LIST-APPLIED         PIC 9(9)    VALUE ZERO.

      *    A REQUEST STILL PENDING MORE THAN THIS MANY DAYS  *
      *    AFTER ENTRY EXPIRES AND MUST BE ENTERED AGAIN.   *
       01  WS-EXPIRY-DAYS              PIC 9(3)    VALUE 5.

       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9)   COMP VALUE ZERO.
           05  WS-ENTRY-DATE-INT       PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAYS-PENDING         PIC S9(5)   COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-CARD-END-OF-FILE     VALUE 'Y'.
               88  WS-CARD-NOT-END-OF-FILE VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-HALT-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RUN-HALTED           VALUE 'Y'.
               88  WS-RUN-ACTIVE           VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'CRDAPV - DAILY MANUAL CARD APPROVAL REPORT'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(9) VALUE
               'RUN DATE '.
           05  VL-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(13) VALUE
               '  CHECKED BY '.
           05  VL-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(94) VALUE SPACES.

       01  WS-RPT-DECISION-HEADING         PIC X(132)
           VALUE 'APPROVAL DECISIONS APPLIED THIS RUN'.

       01  WS-RPT-STATUS-HEADING           PIC X(132)
           VALUE 'REQUESTS PENDING, APPROVED OR CLOSED TODAY'.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(10) VALUE
               'PROGRAM'.
           05  FILLER                      PIC X(9) VALUE
               'ENTERED'.
           05  FILLER                      PIC X(7) VALUE
               'SEQ'.
           05  FILLER                      PIC X(10) VALUE
               'STATUS'.
           05  FILLER                      PIC X(10) VALUE
               'MAKER'.
           05  FILLER                      PIC X(10) VALUE
               'CHECKER'.
           05  FILLER                      PIC X(10) VALUE
               'DECIDED'.
           05  FILLER                      PIC X(6) VALUE
               'RSN'.
           05  FILLER                      PIC X(10) VALUE
               'APPLIED'.
           05  FILLER                      PIC X(50) VALUE
               'CARD IMAGE'.

       01  WS-RPT-DETAIL-LINE.
           05  VR-CARD-PROGRAM             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-ENTRY-DATE               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  VR-ENTRY-SEQUENCE           PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-STATUS-TEXT              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-ENTERED-BY               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-CHECKED-BY               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-DECISION-DATE            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-DECISION-REASON          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-APPLIED-DATE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VR-CARD-TEXT                PIC X(50).

       01  WS-RPT-EXCEPTION-LINE.
           05  VX-CARD-PROGRAM             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VX-ENTRY-DATE               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  VX-ENTRY-SEQUENCE           PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  VX-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(66) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  VT-TOTAL-LABEL              PIC X(23).
           05  VT-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2400-PROCESS-DECISIONS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2600-REVIEW-REQUESTS
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR_ID NOT SET - CARD REQUESTS CANNOT '
                   'BE APPROVED'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               PERFORM 1100-OPEN-FILES
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).

       1100-OPEN-FILES.
           OPEN INPUT APPROVAL-DECISION-CARDS
           IF WS-DECISION-STATUS = '05'
               MOVE '00' TO WS-DECISION-STATUS
           END-IF
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN OUTPUT CARD-APPROVAL-RPT
           IF WS-DECISION-STATUS NOT = '00'
              OR WS-APPROVAL-STATUS NOT = '00'
              OR WS-APPROVAL-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-DECISION-STATUS ' '
                   WS-APPROVAL-STATUS ' '
                   WS-APPROVAL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-HEADING-1
               MOVE WS-RUN-DATE TO VL-RUN-DATE
               MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-RUN-LINE
           END-IF.

       2400-PROCESS-DECISIONS.
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-DECISION-HEADING
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-HEADING-2
           PERFORM 2410-READ-DECISION-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2420-APPLY-DECISION
           END-PERFORM.

       2410-READ-DECISION-CARD.
           READ APPROVAL-DECISION-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2420-APPLY-DECISION.
           IF AV-CARD-PROGRAM = SPACES
              OR AV-ENTRY-DATE NOT NUMERIC
              OR AV-ENTRY-SEQUENCE NOT NUMERIC
              OR NOT AV-ACTION-VALID
               MOVE 'DECISION CARD MALFORMED'
                   TO VX-REASON-TEXT
               PERFORM 8000-WRITE-CARD-EXCEPTION
           ELSE
               IF AV-DECLINE-ACTION AND AV-REASON-CODE = SPACES
                   MOVE 'DECLINE REQUIRES A REASON CODE'
                       TO VX-REASON-TEXT
                   PERFORM 8000-WRITE-CARD-EXCEPTION
               ELSE
                   PERFORM 2440-LOCATE-AND-DECIDE
               END-IF
           END-IF
           PERFORM 2410-READ-DECISION-CARD.

       2440-LOCATE-AND-DECIDE.
           MOVE AV-CARD-PROGRAM TO AP-CARD-PROGRAM
           MOVE AV-ENTRY-DATE TO AP-ENTRY-DATE
           MOVE AV-ENTRY-SEQUENCE TO AP-ENTRY-SEQUENCE
           READ CARD-APPROVAL-MASTER
               INVALID KEY
                   MOVE 'NO REQUEST FOR DECISION CARD'
                       TO VX-REASON-TEXT
                   PERFORM 8000-WRITE-CARD-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2450-DECIDE-REQUEST
           END-READ.

      *    DUAL CONTROL - THE CHECKER MAY NOT BE THE MAKER.  *
       2450-DECIDE-REQUEST.
           IF NOT AP-PENDING
               MOVE 'REQUEST IS NOT PENDING APPROVAL'
                   TO VX-REASON-TEXT
               PERFORM 8000-WRITE-CARD-EXCEPTION
           ELSE
               IF AP-ENTERED-BY = WS-OPERATOR-ID
                   MOVE 'CHECKER MAY NOT DECIDE OWN REQUEST'
                       TO VX-REASON-TEXT
                   PERFORM 8000-WRITE-CARD-EXCEPTION
               ELSE
                   PERFORM 2460-RECORD-DECISION
               END-IF
           END-IF.

       2460-RECORD-DECISION.
           IF AV-APPROVE-ACTION
               SET AP-APPROVED TO TRUE
           ELSE
               SET AP-DECLINED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO AP-CHECKED-BY
           MOVE WS-RUN-DATE TO AP-DECISION-DATE
           MOVE WS-RUN-TIME TO AP-DECISION-TIME
           MOVE AV-REASON-CODE TO AP-DECISION-REASON
           REWRITE CARD-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CARD-APPROVAL-MASTER'
                       ' - KEY: ' AP-REQUEST-KEY ' STATUS: '
                       WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   IF AP-APPROVED
                       ADD 1 TO WS-REQUESTS-APPROVED
                   ELSE
                       ADD 1 TO WS-REQUESTS-DECLINED
                   END-IF
                   PERFORM 2700-WRITE-REQUEST-LINE
           END-REWRITE.

       2600-REVIEW-REQUESTS.
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-STATUS-HEADING
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-HEADING-2
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO AP-REQUEST-KEY
           START CARD-APPROVAL-MASTER KEY NOT < AP-REQUEST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF WS-APPROVAL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON CARD-APPROVAL-MASTER START - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 2610-READ-NEXT-REQUEST
           END-PERFORM.

       2610-READ-NEXT-REQUEST.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF AP-PENDING
                       PERFORM 2620-EXPIRE-STALE-REQUEST
                   END-IF
                   PERFORM 2630-LIST-REQUEST
           END-READ
           IF WS-APPROVAL-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING CARD-APPROVAL-MASTER - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2620-EXPIRE-STALE-REQUEST.
           IF AP-ENTRY-DATE NUMERIC
               MOVE AP-ENTRY-DATE TO WS-DATE-NUM
               COMPUTE WS-ENTRY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-DAYS-PENDING =
                   WS-RUN-DATE-INT - WS-ENTRY-DATE-INT
           ELSE
               MOVE ZERO TO WS-DAYS-PENDING
           END-IF
           IF WS-DAYS-PENDING > WS-EXPIRY-DAYS
               SET AP-EXPIRED TO TRUE
               MOVE SPACES TO AP-CHECKED-BY
               MOVE WS-RUN-DATE TO AP-DECISION-DATE
               MOVE WS-RUN-TIME TO AP-DECISION-TIME
               MOVE 'EXPD' TO AP-DECISION-REASON
               REWRITE CARD-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING CARD-APPROVAL-MASTER'
                           ' - KEY: ' AP-REQUEST-KEY ' STATUS: '
                           WS-APPROVAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-BROWSE-DONE TO TRUE
                       SET WS-RUN-HALTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REQUESTS-EXPIRED
               END-REWRITE
           END-IF.

      *    EVERYTHING STILL OPEN, PLUS ANYTHING DECIDED,     *
      *    EXPIRED OR APPLIED TODAY.                         *
       2630-LIST-REQUEST.
           EVALUATE TRUE
               WHEN AP-PENDING
                   ADD 1 TO WS-LIST-PENDING
                   PERFORM 2700-WRITE-REQUEST-LINE
               WHEN AP-APPROVED
                   ADD 1 TO WS-LIST-APPROVED
                   PERFORM 2700-WRITE-REQUEST-LINE
               WHEN AP-DECLINED AND AP-DECISION-DATE = WS-RUN-DATE
                   ADD 1 TO WS-LIST-DECLINED
                   PERFORM 2700-WRITE-REQUEST-LINE
               WHEN AP-EXPIRED AND AP-DECISION-DATE = WS-RUN-DATE
                   ADD 1 TO WS-LIST-EXPIRED
                   PERFORM 2700-WRITE-REQUEST-LINE
               WHEN AP-APPLIED AND AP-APPLIED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-LIST-APPLIED
                   PERFORM 2700-WRITE-REQUEST-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-WRITE-REQUEST-LINE.
           MOVE AP-CARD-PROGRAM TO VR-CARD-PROGRAM
           MOVE AP-ENTRY-DATE TO VR-ENTRY-DATE
           MOVE AP-ENTRY-SEQUENCE TO VR-ENTRY-SEQUENCE
           EVALUATE TRUE
               WHEN AP-PENDING
                   MOVE 'PENDING' TO VR-STATUS-TEXT
               WHEN AP-APPROVED
                   MOVE 'APPROVED' TO VR-STATUS-TEXT
               WHEN AP-DECLINED
                   MOVE 'DECLINED' TO VR-STATUS-TEXT
               WHEN AP-EXPIRED
                   MOVE 'EXPIRED' TO VR-STATUS-TEXT
               WHEN AP-APPLIED
                   MOVE 'APPLIED' TO VR-STATUS-TEXT
               WHEN OTHER
                   MOVE AP-STATUS TO VR-STATUS-TEXT
           END-EVALUATE
           MOVE AP-ENTERED-BY TO VR-ENTERED-BY
           MOVE AP-CHECKED-BY TO VR-CHECKED-BY
           MOVE AP-DECISION-DATE TO VR-DECISION-DATE
           MOVE AP-DECISION-REASON TO VR-DECISION-REASON
           MOVE AP-APPLIED-DATE TO VR-APPLIED-DATE
           MOVE AP-CARD-IMAGE TO VR-CARD-TEXT
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-APPROVAL-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARD-APPROVAL-RPT - STATUS: '
                   WS-APPROVAL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE 'DECISION CARDS READ:' TO VT-TOTAL-LABEL
               MOVE WS-CARDS-READ TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CARD EXCEPTIONS:' TO VT-TOTAL-LABEL
               MOVE WS-CARD-EXCEPTIONS TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'PENDING:' TO VT-TOTAL-LABEL
               MOVE WS-LIST-PENDING TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'APPROVED AWAITING RUN:' TO VT-TOTAL-LABEL
               MOVE WS-LIST-APPROVED TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'DECLINED TODAY:' TO VT-TOTAL-LABEL
               MOVE WS-LIST-DECLINED TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'EXPIRED TODAY:' TO VT-TOTAL-LABEL
               MOVE WS-LIST-EXPIRED TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'APPLIED TODAY:' TO VT-TOTAL-LABEL
               MOVE WS-LIST-APPLIED TO VT-TOTAL-COUNT
               WRITE CARD-APPROVAL-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY '===== CRDAPV CONTROL TOTALS ====='
           DISPLAY 'CHECKER:             ' WS-OPERATOR-ID
           DISPLAY 'DECISION CARDS READ: ' WS-CARDS-READ
           DISPLAY 'CARD EXCEPTIONS:     ' WS-CARD-EXCEPTIONS
           DISPLAY 'REQUESTS APPROVED:   ' WS-REQUESTS-APPROVED
           DISPLAY 'REQUESTS DECLINED:   ' WS-REQUESTS-DECLINED
           DISPLAY 'REQUESTS EXPIRED:    ' WS-REQUESTS-EXPIRED
           DISPLAY 'STILL PENDING:       ' WS-LIST-PENDING
           DISPLAY 'APPROVED NOT APPLIED: ' WS-LIST-APPROVED
           IF (WS-CARD-EXCEPTIONS > 0 OR WS-REQUESTS-EXPIRED > 0)
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE APPROVAL-DECISION-CARDS
               CLOSE CARD-APPROVAL-MASTER
               CLOSE CARD-APPROVAL-RPT
           END-IF.

       8000-WRITE-CARD-EXCEPTION.
           ADD 1 TO WS-CARD-EXCEPTIONS
           MOVE AV-CARD-PROGRAM TO VX-CARD-PROGRAM
           MOVE AV-ENTRY-DATE TO VX-ENTRY-DATE
           MOVE AV-ENTRY-SEQUENCE TO VX-ENTRY-SEQUENCE
           WRITE CARD-APPROVAL-LINE FROM WS-RPT-EXCEPTION-LINE
           IF WS-APPROVAL-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARD-APPROVAL-RPT - STATUS: '
                   WS-APPROVAL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.
