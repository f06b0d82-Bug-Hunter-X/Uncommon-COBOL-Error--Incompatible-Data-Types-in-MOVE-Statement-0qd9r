       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMNT.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPTIONAL FEED-SCHEDULE ASSIGN TO 'FEED-SCHEDULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-SCHEDULE-KEY
               FILE STATUS IS WS-FEED-SCHEDULE-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO
               'HOLIDAY-CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT FEED-AUDIT ASSIGN TO 'FEED-AUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-AUDIT-STATUS.
           SELECT FEED-MAINT-RPT ASSIGN TO 'FEED-MAINT-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  FEED-SCHEDULE.
           COPY FEEDSCH.

       FD  HOLIDAY-CALENDAR.
           COPY HOLCAL.

       FD  FEED-AUDIT
           RECORDING MODE IS F.
           COPY FEDAUD.

       FD  FEED-MAINT-RPT
           RECORDING MODE IS F.
           COPY FDMRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-FEED-SCHEDULE-STATUS PIC X(2)    VALUE '00'.
           05  WS-HOLIDAY-CAL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-FEED-AUDIT-STATUS    PIC X(2)    VALUE '00'.
           05  WS-MAINT-RPT-STATUS     PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-CARDS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-ADDED          PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-CHANGED        PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-DELETED        PIC 9(9)    VALUE ZERO.
           05  WS-HOLIDAYS-ADDED       PIC 9(9)    VALUE ZERO.
           05  WS-HOLIDAYS-CHANGED     PIC 9(9)    VALUE ZERO.
           05  WS-HOLIDAYS-DELETED     PIC 9(9)    VALUE ZERO.
           05  WS-CARD-EXCEPTIONS      PIC 9(9)    VALUE ZERO.

      *    MAINTENANCE CARD OF THE APPROVED REQUEST BEING  *
      *    APPLIED, AND THE OPERATORS WHO ENTERED AND       *
      *    APPROVED IT.                                     *
           COPY FEEDCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

       01  WS-DAY-SUB                  PIC 9(4)    COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-END-OF-FILE  VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-CARD-EDIT-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-CARD-IN-ERROR        VALUE 'Y'.
               88  WS-CARD-OK              VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'FEEDMNT - FEED SCHEDULE MAINTENANCE EXCEPTIONS'.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(6) VALUE
               'TYPE'.
           05  FILLER                      PIC X(16) VALUE
               'KEY'.
           05  FILLER                      PIC X(40) VALUE
               'EXCEPTION REASON'.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FX-RECORD-TYPE              PIC X(1).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  FX-MAINT-KEY                PIC X(12).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FX-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                      PIC X(23) VALUE
               'EXCEPTIONS LISTED:'.
           05  FX-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  WS-MAINT-KEY.
           05  WS-MK-SOURCE-SYSTEM     PIC X(8).
           05  WS-MK-CYCLE-NUMBER      PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-MAINT-CARD
           END-PERFORM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN I-O FEED-SCHEDULE
           IF WS-FEED-SCHEDULE-STATUS = '05'
               MOVE '00' TO WS-FEED-SCHEDULE-STATUS
           END-IF
           OPEN I-O HOLIDAY-CALENDAR
           IF WS-HOLIDAY-CAL-STATUS = '05'
               MOVE '00' TO WS-HOLIDAY-CAL-STATUS
           END-IF
           OPEN OUTPUT FEED-AUDIT
           OPEN OUTPUT FEED-MAINT-RPT
           IF WS-APPROVAL-STATUS NOT = '00'
              OR WS-FEED-SCHEDULE-STATUS NOT = '00'
              OR WS-HOLIDAY-CAL-STATUS NOT = '00'
              OR WS-FEED-AUDIT-STATUS NOT = '00'
              OR WS-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-APPROVAL-STATUS ' '
                   WS-FEED-SCHEDULE-STATUS ' '
                   WS-HOLIDAY-CAL-STATUS ' '
                   WS-FEED-AUDIT-STATUS ' '
                   WS-MAINT-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE FEED-MAINT-LINE FROM WS-RPT-HEADING-1
               WRITE FEED-MAINT-LINE FROM WS-RPT-HEADING-2
               PERFORM 1050-START-APPROVED-CARDS
               IF WS-NOT-END-OF-FILE
                   PERFORM 1100-READ-MAINT-CARD
               END-IF
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

      *    MAINTENANCE CARDS ARE TAKEN ONLY FROM REQUESTS    *
      *    APPROVED BY A SECOND OPERATOR ON THE CARD         *
      *    APPROVAL MASTER, EACH MARKED APPLIED AS IT IS     *
      *    READ.                                             *
       1050-START-APPROVED-CARDS.
           MOVE 'FEEDMNT' TO AP-CARD-PROGRAM
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
                   IF AP-CARD-PROGRAM NOT = 'FEEDMNT'
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
           MOVE AP-CARD-IMAGE TO FEED-MAINT-CARD
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
           IF FC-HOLIDAY-CARD
               MOVE FC-HOLIDAY-DATE TO WS-MAINT-KEY
           ELSE
               MOVE FC-SOURCE-SYSTEM TO WS-MK-SOURCE-SYSTEM
               MOVE FC-CYCLE-NUMBER TO WS-MK-CYCLE-NUMBER
           END-IF
           IF NOT FC-RECORD-TYPE-VALID
              OR NOT FC-ACTION-VALID
               MOVE 'MAINTENANCE CARD MALFORMED'
                   TO FX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               IF FC-SCHEDULE-CARD
                   PERFORM 2100-MAINTAIN-SCHEDULE
               ELSE
                   PERFORM 2500-MAINTAIN-HOLIDAY
               END-IF
           END-IF
           PERFORM 1100-READ-MAINT-CARD.

       2100-MAINTAIN-SCHEDULE.
           IF FC-SOURCE-SYSTEM = SPACES
              OR FC-CYCLE-NUMBER NOT NUMERIC
               MOVE 'SOURCE SYSTEM OR CYCLE INVALID'
                   TO FX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN FC-ADD-ACTION
                       PERFORM 2200-ADD-SCHEDULE
                   WHEN FC-CHANGE-ACTION
                       PERFORM 2300-CHANGE-SCHEDULE
                   WHEN OTHER
                       PERFORM 2400-DELETE-SCHEDULE
               END-EVALUATE
           END-IF.

       2150-EDIT-SCHEDULE-CARD.
           SET WS-CARD-OK TO TRUE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF FC-RUN-DAY-FLAG (WS-DAY-SUB) NOT = 'Y'
                  AND FC-RUN-DAY-FLAG (WS-DAY-SUB) NOT = 'N'
                   SET WS-CARD-IN-ERROR TO TRUE
               END-IF
           END-PERFORM
           IF WS-CARD-IN-ERROR
               MOVE 'RUN DAYS MUST BE Y OR N FOR EACH DAY'
                   TO FX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               IF NOT FC-HOLIDAY-RULE-VALID
                   SET WS-CARD-IN-ERROR TO TRUE
                   MOVE 'HOLIDAY RULE MUST BE S OR E'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               ELSE
                   IF NOT FC-MANDATORY-VALID
                       SET WS-CARD-IN-ERROR TO TRUE
                       MOVE 'MANDATORY FLAG MUST BE Y OR N'
                           TO FX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   END-IF
               END-IF
           END-IF.

       2200-ADD-SCHEDULE.
           PERFORM 2150-EDIT-SCHEDULE-CARD
           IF WS-CARD-OK
               IF FC-FEED-NAME = SPACES
                   MOVE 'ADD CARD HAS NO FEED NAME'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               ELSE
                   MOVE FC-SOURCE-SYSTEM TO FS-SOURCE-SYSTEM
                   MOVE FC-CYCLE-NUMBER TO FS-CYCLE-NUMBER
                   MOVE FC-FEED-NAME TO FS-FEED-NAME
                   MOVE FC-RUN-DAYS TO FS-RUN-DAYS
                   MOVE FC-HOLIDAY-RULE TO FS-HOLIDAY-RULE
                   MOVE FC-MANDATORY TO FS-MANDATORY
                   MOVE WS-RUN-DATE TO FS-ADDED-DATE
                   MOVE WS-RUN-DATE TO FS-CHANGED-DATE
                   WRITE FEED-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE 'FEED ALREADY ON SCHEDULE'
                               TO FX-REASON-TEXT
                           PERFORM 8100-WRITE-EXCEPTION-DETAIL
                       NOT INVALID KEY
                           ADD 1 TO WS-FEEDS-ADDED
                           PERFORM 2450-WRITE-SCHEDULE-AUDIT
                   END-WRITE
               END-IF
           END-IF.

       2300-CHANGE-SCHEDULE.
           PERFORM 2150-EDIT-SCHEDULE-CARD
           IF WS-CARD-OK
               MOVE FC-SOURCE-SYSTEM TO FS-SOURCE-SYSTEM
               MOVE FC-CYCLE-NUMBER TO FS-CYCLE-NUMBER
               READ FEED-SCHEDULE
                   INVALID KEY
                       MOVE 'FEED NOT ON SCHEDULE'
                           TO FX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   NOT INVALID KEY
                       PERFORM 2310-APPLY-SCHEDULE-CHANGE
               END-READ
           END-IF.

       2310-APPLY-SCHEDULE-CHANGE.
           IF FC-FEED-NAME NOT = SPACES
               MOVE FC-FEED-NAME TO FS-FEED-NAME
           END-IF
           MOVE FC-RUN-DAYS TO FS-RUN-DAYS
           MOVE FC-HOLIDAY-RULE TO FS-HOLIDAY-RULE
           MOVE FC-MANDATORY TO FS-MANDATORY
           MOVE WS-RUN-DATE TO FS-CHANGED-DATE
           REWRITE FEED-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING FEED-SCHEDULE - KEY: '
                       FS-SCHEDULE-KEY ' STATUS: '
                       WS-FEED-SCHEDULE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-FEEDS-CHANGED
                   PERFORM 2450-WRITE-SCHEDULE-AUDIT
           END-REWRITE.

       2400-DELETE-SCHEDULE.
           MOVE FC-SOURCE-SYSTEM TO FS-SOURCE-SYSTEM
           MOVE FC-CYCLE-NUMBER TO FS-CYCLE-NUMBER
           READ FEED-SCHEDULE
               INVALID KEY
                   MOVE 'FEED NOT ON SCHEDULE'
                       TO FX-REASON-TEXT
                   PERFORM 8100-WRITE-EXCEPTION-DETAIL
               NOT INVALID KEY
                   PERFORM 2410-APPLY-SCHEDULE-DELETE
           END-READ.

       2410-APPLY-SCHEDULE-DELETE.
           DELETE FEED-SCHEDULE
               INVALID KEY
                   DISPLAY 'ERROR DELETING FEED-SCHEDULE - KEY: '
                       FS-SCHEDULE-KEY ' STATUS: '
                       WS-FEED-SCHEDULE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-FEEDS-DELETED
                   PERFORM 2450-WRITE-SCHEDULE-AUDIT
           END-DELETE.

       2450-WRITE-SCHEDULE-AUDIT.
           MOVE FS-SCHEDULE-KEY TO FA-MAINT-KEY
           MOVE FS-FEED-NAME TO FA-DESCRIPTION
           MOVE FS-RUN-DAYS TO FA-RUN-DAYS
           MOVE FS-HOLIDAY-RULE TO FA-HOLIDAY-RULE
           MOVE FS-MANDATORY TO FA-MANDATORY
           PERFORM 2900-WRITE-FEED-AUDIT.

       2500-MAINTAIN-HOLIDAY.
           IF FC-HOLIDAY-DATE NOT NUMERIC
               MOVE 'HOLIDAY DATE INVALID'
                   TO FX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               MOVE FC-HOLIDAY-DATE TO HL-HOLIDAY-DATE
               EVALUATE TRUE
                   WHEN FC-ADD-ACTION
                       PERFORM 2600-ADD-HOLIDAY
                   WHEN OTHER
                       READ HOLIDAY-CALENDAR
                           INVALID KEY
                               MOVE 'HOLIDAY NOT ON CALENDAR'
                                   TO FX-REASON-TEXT
                               PERFORM 8100-WRITE-EXCEPTION-DETAIL
                           NOT INVALID KEY
                               PERFORM 2700-APPLY-HOLIDAY-UPDATE
                       END-READ
               END-EVALUATE
           END-IF.

       2600-ADD-HOLIDAY.
           IF FC-HOLIDAY-DESC = SPACES
               MOVE 'ADD CARD HAS NO HOLIDAY DESCRIPTION'
                   TO FX-REASON-TEXT
               PERFORM 8100-WRITE-EXCEPTION-DETAIL
           ELSE
               MOVE FC-HOLIDAY-DESC TO HL-DESCRIPTION
               MOVE WS-RUN-DATE TO HL-ADDED-DATE
               WRITE HOLIDAY-CALENDAR-RECORD
                   INVALID KEY
                       MOVE 'HOLIDAY ALREADY ON CALENDAR'
                           TO FX-REASON-TEXT
                       PERFORM 8100-WRITE-EXCEPTION-DETAIL
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLIDAYS-ADDED
                       PERFORM 2750-WRITE-HOLIDAY-AUDIT
               END-WRITE
           END-IF.

       2700-APPLY-HOLIDAY-UPDATE.
           IF FC-CHANGE-ACTION
               IF FC-HOLIDAY-DESC NOT = SPACES
                   MOVE FC-HOLIDAY-DESC TO HL-DESCRIPTION
               END-IF
               REWRITE HOLIDAY-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING HOLIDAY-CALENDAR - '
                           'KEY: ' HL-HOLIDAY-DATE ' STATUS: '
                           WS-HOLIDAY-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLIDAYS-CHANGED
                       PERFORM 2750-WRITE-HOLIDAY-AUDIT
               END-REWRITE
           ELSE
               DELETE HOLIDAY-CALENDAR
                   INVALID KEY
                       DISPLAY 'ERROR DELETING HOLIDAY-CALENDAR - '
                           'KEY: ' HL-HOLIDAY-DATE ' STATUS: '
                           WS-HOLIDAY-CAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLIDAYS-DELETED
                       PERFORM 2750-WRITE-HOLIDAY-AUDIT
               END-DELETE
           END-IF.

       2750-WRITE-HOLIDAY-AUDIT.
           MOVE HL-HOLIDAY-DATE TO FA-MAINT-KEY
           MOVE HL-DESCRIPTION TO FA-DESCRIPTION
           MOVE SPACES TO FA-RUN-DAYS
           MOVE SPACES TO FA-HOLIDAY-RULE
           MOVE SPACES TO FA-MANDATORY
           PERFORM 2900-WRITE-FEED-AUDIT.

       2900-WRITE-FEED-AUDIT.
           MOVE WS-CARD-ENTERED-BY TO FA-OPERATOR-ID
           MOVE WS-CARD-APPROVED-BY TO FA-APPROVED-BY
           MOVE WS-RUN-DATE TO FA-RUN-DATE
           MOVE WS-RUN-TIME TO FA-RUN-TIME
           MOVE FC-RECORD-TYPE TO FA-RECORD-TYPE
           MOVE FC-ACTION TO FA-ACTION
           WRITE FEED-AUDIT-RECORD
           IF WS-FEED-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FEED-AUDIT - STATUS: '
                   WS-FEED-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE WS-CARD-EXCEPTIONS TO FX-COUNT
               WRITE FEED-MAINT-LINE FROM WS-RPT-TRAILER-LINE
           END-IF
           DISPLAY '===== FEEDMNT CONTROL TOTALS ====='
           DISPLAY 'OPERATOR:         ' WS-OPERATOR-ID
           DISPLAY 'CARDS READ:       ' WS-CARDS-READ
           DISPLAY 'FEEDS ADDED:      ' WS-FEEDS-ADDED
           DISPLAY 'FEEDS CHANGED:    ' WS-FEEDS-CHANGED
           DISPLAY 'FEEDS DELETED:    ' WS-FEEDS-DELETED
           DISPLAY 'HOLIDAYS ADDED:   ' WS-HOLIDAYS-ADDED
           DISPLAY 'HOLIDAYS CHANGED: ' WS-HOLIDAYS-CHANGED
           DISPLAY 'HOLIDAYS DELETED: ' WS-HOLIDAYS-DELETED
           DISPLAY 'CARD EXCEPTIONS:  ' WS-CARD-EXCEPTIONS
           IF WS-CARD-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE CARD-APPROVAL-MASTER
               CLOSE FEED-SCHEDULE
               CLOSE HOLIDAY-CALENDAR
               CLOSE FEED-AUDIT
               CLOSE FEED-MAINT-RPT
           END-IF.

       8100-WRITE-EXCEPTION-DETAIL.
           ADD 1 TO WS-CARD-EXCEPTIONS
           MOVE FC-RECORD-TYPE TO FX-RECORD-TYPE
           MOVE WS-MAINT-KEY TO FX-MAINT-KEY
           WRITE FEED-MAINT-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FEED-MAINT-RPT - STATUS: '
                   WS-MAINT-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
