       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDENT.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRECTION-CARDS
               ASSIGN TO 'CORRECTION-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT OPTIONAL DISPOSITION-CARDS
               ASSIGN TO 'DISPOSITION-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
           SELECT OPTIONAL BRANCH-MAINT-CARDS
               ASSIGN TO 'BRANCH-MAINT-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-CARDS-STATUS.
           SELECT OPTIONAL BACKOUT-CONTROL
               ASSIGN TO 'BACKOUT-CONTROL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-CTL-STATUS.
           SELECT OPTIONAL LIMIT-DECISION-CARDS
               ASSIGN TO 'LIMIT-DECISION-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT OPTIONAL FEED-MAINT-CARDS
               ASSIGN TO 'FEED-MAINT-CARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-CARDS-STATUS.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT CARD-ENTRY-RPT ASSIGN TO 'CARD-ENTRY-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-CARDS
           RECORDING MODE IS F.
           COPY CORRCD.

       FD  DISPOSITION-CARDS
           RECORDING MODE IS F.
           COPY SUSPCD.

       FD  BRANCH-MAINT-CARDS
           RECORDING MODE IS F.
           COPY BRNCD.

       FD  BACKOUT-CONTROL
           RECORDING MODE IS F.
           COPY BAKCD.

       FD  LIMIT-DECISION-CARDS
           RECORDING MODE IS F.
           COPY LMTCD.

       FD  FEED-MAINT-CARDS
           RECORDING MODE IS F.
           COPY FEEDCD.

       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  CARD-ENTRY-RPT
           RECORDING MODE IS F.
           COPY CENRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CORRECTION-STATUS    PIC X(2)    VALUE '00'.
           05  WS-DISPOSITION-STATUS   PIC X(2)    VALUE '00'.
           05  WS-MAINT-CARDS-STATUS   PIC X(2)    VALUE '00'.
           05  WS-BACKOUT-CTL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-DECISION-STATUS      PIC X(2)    VALUE '00'.
           05  WS-FEED-CARDS-STATUS    PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-ENTRY-RPT-STATUS     PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-CARDS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-BLANK-CARDS          PIC 9(9)    VALUE ZERO.
           05  WS-REQUESTS-ADDED       PIC 9(9)    VALUE ZERO.

      *    PROGRAM WHOSE DECK IS BEING ENTERED AND THE LAST *
      *    SEQUENCE ALREADY USED FOR IT TODAY.              *
       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-PROGRAM        PIC X(8)    VALUE SPACES.
           05  WS-ENTRY-SEQUENCE       PIC 9(5)    VALUE ZERO.
           05  WS-PROGRAM-REQUESTS     PIC 9(9)    VALUE ZERO.

       01  WS-CARD-IMAGE               PIC X(250)  VALUE SPACES.

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
           VALUE 'CRDENT - CARD ENTRY LISTING - PENDING APPROVAL'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(9) VALUE
               'RUN DATE '.
           05  CE-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(13) VALUE
               '  ENTERED BY '.
           05  CE-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(94) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(10) VALUE
               'PROGRAM'.
           05  FILLER                      PIC X(9) VALUE
               'ENTERED'.
           05  FILLER                      PIC X(7) VALUE
               'SEQ'.
           05  FILLER                      PIC X(106) VALUE
               'CARD IMAGE'.

       01  WS-RPT-DETAIL-LINE.
           05  CE-CARD-PROGRAM             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CE-ENTRY-DATE               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  CE-ENTRY-SEQUENCE           PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CE-CARD-TEXT                PIC X(100).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  WS-RPT-PROGRAM-LINE.
           05  FILLER                      PIC X(21) VALUE
               'REQUESTS ENTERED FOR '.
           05  CE-TOTAL-PROGRAM            PIC X(8).
           05  FILLER                      PIC X(2) VALUE ': '.
           05  CE-PROGRAM-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  CE-TOTAL-LABEL              PIC X(23).
           05  CE-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2100-ENTER-CORRECTION-CARDS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2200-ENTER-DISPOSITION-CARDS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2300-ENTER-MAINT-CARDS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2400-ENTER-BACKOUT-CARDS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2500-ENTER-DECISION-CARDS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2600-ENTER-FEED-CARDS
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR_ID NOT SET - CARDS CANNOT BE '
                   'ENTERED FOR APPROVAL'
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               PERFORM 1100-OPEN-FILES
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

       1100-OPEN-FILES.
           OPEN INPUT CORRECTION-CARDS
           IF WS-CORRECTION-STATUS = '05'
               MOVE '00' TO WS-CORRECTION-STATUS
           END-IF
           OPEN INPUT DISPOSITION-CARDS
           IF WS-DISPOSITION-STATUS = '05'
               MOVE '00' TO WS-DISPOSITION-STATUS
           END-IF
           OPEN INPUT BRANCH-MAINT-CARDS
           IF WS-MAINT-CARDS-STATUS = '05'
               MOVE '00' TO WS-MAINT-CARDS-STATUS
           END-IF
           OPEN INPUT BACKOUT-CONTROL
           IF WS-BACKOUT-CTL-STATUS = '05'
               MOVE '00' TO WS-BACKOUT-CTL-STATUS
           END-IF
           OPEN INPUT LIMIT-DECISION-CARDS
           IF WS-DECISION-STATUS = '05'
               MOVE '00' TO WS-DECISION-STATUS
           END-IF
           OPEN INPUT FEED-MAINT-CARDS
           IF WS-FEED-CARDS-STATUS = '05'
               MOVE '00' TO WS-FEED-CARDS-STATUS
           END-IF
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN OUTPUT CARD-ENTRY-RPT
           IF WS-CORRECTION-STATUS NOT = '00'
              OR WS-DISPOSITION-STATUS NOT = '00'
              OR WS-MAINT-CARDS-STATUS NOT = '00'
              OR WS-BACKOUT-CTL-STATUS NOT = '00'
              OR WS-DECISION-STATUS NOT = '00'
              OR WS-FEED-CARDS-STATUS NOT = '00'
              OR WS-APPROVAL-STATUS NOT = '00'
              OR WS-ENTRY-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-CORRECTION-STATUS ' '
                   WS-DISPOSITION-STATUS ' '
                   WS-MAINT-CARDS-STATUS ' '
                   WS-BACKOUT-CTL-STATUS ' '
                   WS-DECISION-STATUS ' '
                   WS-FEED-CARDS-STATUS ' '
                   WS-APPROVAL-STATUS ' '
                   WS-ENTRY-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE CARD-ENTRY-LINE FROM WS-RPT-HEADING-1
               MOVE WS-RUN-DATE TO CE-RUN-DATE
               MOVE WS-OPERATOR-ID TO CE-OPERATOR-ID
               WRITE CARD-ENTRY-LINE FROM WS-RPT-RUN-LINE
               WRITE CARD-ENTRY-LINE FROM WS-RPT-HEADING-2
           END-IF.

      *    REQUESTS ARE NUMBERED WITHIN PROGRAM AND DATE SO  *
      *    A SECOND ENTRY RUN ON THE SAME DAY CARRIES ON     *
      *    FROM THE LAST SEQUENCE ALREADY ON THE MASTER.     *
       2050-FIND-LAST-SEQUENCE.
           MOVE ZERO TO WS-ENTRY-SEQUENCE
           MOVE ZERO TO WS-PROGRAM-REQUESTS
           SET WS-CARD-NOT-END-OF-FILE TO TRUE
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE WS-ENTRY-PROGRAM TO AP-CARD-PROGRAM
           MOVE WS-RUN-DATE TO AP-ENTRY-DATE
           MOVE ZERO TO AP-ENTRY-SEQUENCE
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
               PERFORM 2060-READ-NEXT-REQUEST
           END-PERFORM.

       2060-READ-NEXT-REQUEST.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF AP-CARD-PROGRAM = WS-ENTRY-PROGRAM
                      AND AP-ENTRY-DATE = WS-RUN-DATE
                       MOVE AP-ENTRY-SEQUENCE TO WS-ENTRY-SEQUENCE
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ
           IF WS-APPROVAL-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING CARD-APPROVAL-MASTER - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2100-ENTER-CORRECTION-CARDS.
           MOVE 'TRNFIX' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2110-READ-CORRECTION-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2120-ENTER-CORRECTION-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2110-READ-CORRECTION-CARD.
           READ CORRECTION-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2120-ENTER-CORRECTION-CARD.
           MOVE CORRECTION-CARD-RECORD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2110-READ-CORRECTION-CARD.

       2200-ENTER-DISPOSITION-CARDS.
           MOVE 'SUSPMGT' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2210-READ-DISPOSITION-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2220-ENTER-DISPOSITION-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2210-READ-DISPOSITION-CARD.
           READ DISPOSITION-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2220-ENTER-DISPOSITION-CARD.
           MOVE DISPOSITION-CARD-RECORD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2210-READ-DISPOSITION-CARD.

       2300-ENTER-MAINT-CARDS.
           MOVE 'BRNMNT' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2310-READ-MAINT-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2320-ENTER-MAINT-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2310-READ-MAINT-CARD.
           READ BRANCH-MAINT-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2320-ENTER-MAINT-CARD.
           MOVE BRANCH-MAINT-CARD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2310-READ-MAINT-CARD.

       2400-ENTER-BACKOUT-CARDS.
           MOVE 'TRNBACK' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2410-READ-BACKOUT-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2420-ENTER-BACKOUT-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2410-READ-BACKOUT-CARD.
           READ BACKOUT-CONTROL
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2420-ENTER-BACKOUT-CARD.
           MOVE BACKOUT-CONTROL-CARD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2410-READ-BACKOUT-CARD.

       2500-ENTER-DECISION-CARDS.
           MOVE 'LMTMGT' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2510-READ-DECISION-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2520-ENTER-DECISION-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2510-READ-DECISION-CARD.
           READ LIMIT-DECISION-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2520-ENTER-DECISION-CARD.
           MOVE LIMIT-DECISION-CARD-RECORD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2510-READ-DECISION-CARD.

       2600-ENTER-FEED-CARDS.
           MOVE 'FEEDMNT' TO WS-ENTRY-PROGRAM
           PERFORM 2050-FIND-LAST-SEQUENCE
           PERFORM 2610-READ-FEED-CARD
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2620-ENTER-FEED-CARD
           END-PERFORM
           PERFORM 2900-WRITE-PROGRAM-TOTAL.

       2610-READ-FEED-CARD.
           READ FEED-MAINT-CARDS
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.

       2620-ENTER-FEED-CARD.
           MOVE FEED-MAINT-CARD TO WS-CARD-IMAGE
           PERFORM 2800-ADD-PENDING-REQUEST
           PERFORM 2610-READ-FEED-CARD.

       2800-ADD-PENDING-REQUEST.
           IF WS-CARD-IMAGE = SPACES
               ADD 1 TO WS-BLANK-CARDS
           ELSE
               IF WS-ENTRY-SEQUENCE = 99999
                   DISPLAY 'CARD APPROVAL SEQUENCE EXHAUSTED FOR '
                       WS-ENTRY-PROGRAM ' ON ' WS-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               ELSE
                   ADD 1 TO WS-ENTRY-SEQUENCE
                   PERFORM 2810-WRITE-PENDING-REQUEST
               END-IF
           END-IF.

       2810-WRITE-PENDING-REQUEST.
           MOVE SPACES TO CARD-APPROVAL-RECORD
           MOVE WS-ENTRY-PROGRAM TO AP-CARD-PROGRAM
           MOVE WS-RUN-DATE TO AP-ENTRY-DATE
           MOVE WS-ENTRY-SEQUENCE TO AP-ENTRY-SEQUENCE
           MOVE WS-OPERATOR-ID TO AP-ENTERED-BY
           MOVE WS-RUN-TIME TO AP-ENTRY-TIME
           SET AP-PENDING TO TRUE
           MOVE WS-CARD-IMAGE TO AP-CARD-IMAGE
           WRITE CARD-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CARD-APPROVAL-MASTER - KEY: '
                       AP-REQUEST-KEY ' STATUS: '
                       WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-ADDED
                   ADD 1 TO WS-PROGRAM-REQUESTS
                   PERFORM 2820-WRITE-ENTRY-LINE
           END-WRITE.

       2820-WRITE-ENTRY-LINE.
           MOVE AP-CARD-PROGRAM TO CE-CARD-PROGRAM
           MOVE AP-ENTRY-DATE TO CE-ENTRY-DATE
           MOVE AP-ENTRY-SEQUENCE TO CE-ENTRY-SEQUENCE
           MOVE AP-CARD-IMAGE TO CE-CARD-TEXT
           WRITE CARD-ENTRY-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-ENTRY-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARD-ENTRY-RPT - STATUS: '
                   WS-ENTRY-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2900-WRITE-PROGRAM-TOTAL.
           IF WS-PROGRAM-REQUESTS > 0
               MOVE WS-ENTRY-PROGRAM TO CE-TOTAL-PROGRAM
               MOVE WS-PROGRAM-REQUESTS TO CE-PROGRAM-COUNT
               WRITE CARD-ENTRY-LINE FROM WS-RPT-PROGRAM-LINE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE 'CARDS READ:' TO CE-TOTAL-LABEL
               MOVE WS-CARDS-READ TO CE-TOTAL-COUNT
               WRITE CARD-ENTRY-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'BLANK CARDS SKIPPED:' TO CE-TOTAL-LABEL
               MOVE WS-BLANK-CARDS TO CE-TOTAL-COUNT
               WRITE CARD-ENTRY-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REQUESTS PENDING:' TO CE-TOTAL-LABEL
               MOVE WS-REQUESTS-ADDED TO CE-TOTAL-COUNT
               WRITE CARD-ENTRY-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY '===== CRDENT CONTROL TOTALS ====='
           DISPLAY 'OPERATOR:            ' WS-OPERATOR-ID
           DISPLAY 'CARDS READ:          ' WS-CARDS-READ
           DISPLAY 'BLANK CARDS SKIPPED: ' WS-BLANK-CARDS
           DISPLAY 'REQUESTS PENDING:    ' WS-REQUESTS-ADDED
           IF WS-FILES-OPEN
               CLOSE CORRECTION-CARDS
               CLOSE DISPOSITION-CARDS
               CLOSE BRANCH-MAINT-CARDS
               CLOSE BACKOUT-CONTROL
               CLOSE LIMIT-DECISION-CARDS
               CLOSE FEED-MAINT-CARDS
               CLOSE CARD-APPROVAL-MASTER
               CLOSE CARD-ENTRY-RPT
           END-IF.
