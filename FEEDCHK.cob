       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'RUN-CONTROL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT OPTIONAL TRANS-IN ASSIGN TO 'TRANS-IN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.
           SELECT OPTIONAL FEED-SCHEDULE ASSIGN TO 'FEED-SCHEDULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-KEY
               FILE STATUS IS WS-FEED-SCHEDULE-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO
               'HOLIDAY-CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT FEED-CHECK-RPT ASSIGN TO 'FEED-CHECK-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  TRANS-IN
           RECORDING MODE IS F.
           COPY TRANIN.

       FD  FEED-SCHEDULE.
           COPY FEEDSCH.

       FD  HOLIDAY-CALENDAR.
           COPY HOLCAL.

       FD  FEED-CHECK-RPT
           RECORDING MODE IS F.
           COPY FDCRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-TRANS-IN-STATUS      PIC X(2)    VALUE '00'.
           05  WS-FEED-SCHEDULE-STATUS PIC X(2)    VALUE '00'.
           05  WS-HOLIDAY-CAL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-CHECK-RPT-STATUS     PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-JOB-ID               PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.

       01  WS-PROCESS-DAY-FIELDS.
           05  WS-PROCESS-DATE         PIC X(8)    VALUE SPACES.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-PROCESS-DATE-INT     PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
           05  WS-DAY-SUB              PIC 9(4)    COMP VALUE ZERO.
           05  WS-HOLIDAY-DESC         PIC X(30)   VALUE SPACES.

       01  WS-DAY-NAME-VALUES          PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME             PIC X(3)    OCCURS 7 TIMES.

       01  WS-CONTROL-TOTALS.
           05  WS-SCHEDULE-ENTRIES     PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-EXPECTED       PIC 9(9)    VALUE ZERO.
           05  WS-HEADERS-READ         PIC 9(9)    VALUE ZERO.
           05  WS-DETAILS-SKIPPED      PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-RECEIVED       PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-MISSING        PIC 9(9)    VALUE ZERO.
           05  WS-MANDATORY-MISSING    PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-LATE           PIC 9(9)    VALUE ZERO.
           05  WS-FEEDS-UNEXPECTED     PIC 9(9)    VALUE ZERO.

       01  WS-SCHEDULE-COUNT           PIC 9(4)    COMP VALUE ZERO.
       01  WS-SCHEDULE-MAX             PIC 9(4)    COMP VALUE 200.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY OCCURS 200 TIMES
               INDEXED BY SX.
               10  WS-SC-SOURCE-SYSTEM PIC X(8).
               10  WS-SC-CYCLE-NUMBER  PIC 9(4).
               10  WS-SC-FEED-NAME     PIC X(30).
               10  WS-SC-MANDATORY     PIC X(1).
               10  WS-SC-EXPECTED      PIC X(1).
               10  WS-SC-RECEIVED      PIC X(1).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-END-OF-FILE  VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-CONTROL-ERR-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CONTROL-ERROR        VALUE 'Y'.
               88  WS-CONTROL-OK           VALUE 'N'.
           05  WS-HOLIDAY-SWITCH       PIC X(1)    VALUE 'N'.
               88  WS-PROCESS-DAY-HOLIDAY  VALUE 'Y'.
               88  WS-PROCESS-DAY-WORKDAY  VALUE 'N'.
           05  WS-SCHEDULE-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-SCHEDULE-PRESENT     VALUE 'Y'.
               88  WS-SCHEDULE-ABSENT      VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-HOLIDAY-CAL-PRESENT  VALUE 'Y'.
               88  WS-HOLIDAY-CAL-ABSENT   VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-MATCH-SWITCH         PIC X(1)    VALUE 'N'.
               88  WS-FEED-MATCHED         VALUE 'Y'.
               88  WS-FEED-NOT-MATCHED     VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'FEEDCHK - MISSING/LATE/UNEXPECTED FEED REPORT'.

       01  WS-RPT-DAY-LINE.
           05  FILLER                      PIC X(13) VALUE
               'PROCESS DATE '.
           05  FK-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-DAY-NAME                 PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-HOLIDAY-DESC             PIC X(30).
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               'STATUS'.
           05  FILLER                      PIC X(10) VALUE
               'SOURCE'.
           05  FILLER                      PIC X(7) VALUE
               'CYCLE'.
           05  FILLER                      PIC X(10) VALUE
               'FEED DATE'.
           05  FILLER                      PIC X(6) VALUE
               'MAND'.
           05  FILLER                      PIC X(32) VALUE
               'FEED NAME'.
           05  FILLER                      PIC X(40) VALUE
               'REASON'.
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FK-STATUS                   PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-CYCLE-NUMBER             PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FK-FEED-DATE                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-MANDATORY                PIC X(1).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  FK-FEED-NAME                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FK-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FK-TOTAL-LABEL              PIC X(23).
           05  FK-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2000-PROCESS-TRANS-IN
           END-PERFORM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           PERFORM 1010-READ-RUN-CONTROL
           IF WS-CONTROL-OK
               PERFORM 1050-OPEN-FILES
           END-IF
           IF WS-FILES-OPEN
               PERFORM 1200-CHECK-HOLIDAY
               PERFORM 1300-LOAD-FEED-SCHEDULE
           END-IF
           IF WS-FILES-OPEN AND WS-CONTROL-OK
               MOVE WS-PROCESS-DATE TO FK-PROCESS-DATE
               MOVE WS-DAY-NAME (WS-DAY-SUB) TO FK-DAY-NAME
               MOVE WS-HOLIDAY-DESC TO FK-HOLIDAY-DESC
               WRITE FEED-CHECK-LINE FROM WS-RPT-HEADING-1
               WRITE FEED-CHECK-LINE FROM WS-RPT-DAY-LINE
               WRITE FEED-CHECK-LINE FROM WS-RPT-HEADING-2
               IF WS-TRANS-IN-STATUS = '05'
                   DISPLAY 'TRANS-IN NOT PRESENT - NO FEEDS RECEIVED'
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1010-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-CONTROL - STATUS: '
                   WS-RUN-CONTROL-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               READ RUN-CONTROL
                   AT END
                       DISPLAY 'RUN-CONTROL IS EMPTY'
                       SET WS-CONTROL-ERROR TO TRUE
                   NOT AT END
                       PERFORM 1012-EDIT-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       1012-EDIT-RUN-CONTROL.
           IF PC-PROCESS-DATE = SPACES
              OR PC-PROCESS-DATE NOT NUMERIC
               DISPLAY 'RUN-CONTROL PROCESS DATE INVALID: '
                   PC-PROCESS-DATE
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               MOVE PC-PROCESS-DATE TO WS-PROCESS-DATE
               MOVE WS-PROCESS-DATE TO WS-DATE-NUM
               COMPUTE WS-PROCESS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-PROCESS-DATE-INT, 7)
               IF WS-DAY-OF-WEEK = 0
                   MOVE 7 TO WS-DAY-SUB
               ELSE
                   MOVE WS-DAY-OF-WEEK TO WS-DAY-SUB
               END-IF
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOB_ID'
           IF WS-JOB-ID = SPACES
               MOVE 'FEEDCHK' TO WS-JOB-ID
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

       1050-OPEN-FILES.
           OPEN INPUT TRANS-IN
           OPEN INPUT FEED-SCHEDULE
           IF WS-FEED-SCHEDULE-STATUS = '00'
               SET WS-SCHEDULE-PRESENT TO TRUE
           ELSE
               IF WS-FEED-SCHEDULE-STATUS = '05'
                   DISPLAY 'FEED-SCHEDULE NOT PRESENT - '
                       'EVERY FEED REPORTED AS UNEXPECTED'
                   MOVE '00' TO WS-FEED-SCHEDULE-STATUS
               END-IF
           END-IF
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOLIDAY-CAL-STATUS = '00'
               SET WS-HOLIDAY-CAL-PRESENT TO TRUE
           ELSE
               IF WS-HOLIDAY-CAL-STATUS = '05'
                   DISPLAY 'HOLIDAY-CALENDAR NOT PRESENT - '
                       'NO HOLIDAYS APPLIED'
                   MOVE '00' TO WS-HOLIDAY-CAL-STATUS
               END-IF
           END-IF
           OPEN OUTPUT FEED-CHECK-RPT
           IF (WS-TRANS-IN-STATUS NOT = '00'
                   AND WS-TRANS-IN-STATUS NOT = '05')
              OR WS-FEED-SCHEDULE-STATUS NOT = '00'
              OR WS-HOLIDAY-CAL-STATUS NOT = '00'
              OR WS-CHECK-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-TRANS-IN-STATUS ' '
                   WS-FEED-SCHEDULE-STATUS ' '
                   WS-HOLIDAY-CAL-STATUS ' '
                   WS-CHECK-RPT-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
           END-IF.

       1200-CHECK-HOLIDAY.
           IF WS-HOLIDAY-CAL-PRESENT
               MOVE WS-PROCESS-DATE TO HL-HOLIDAY-DATE
               READ HOLIDAY-CALENDAR
                   INVALID KEY
                       SET WS-PROCESS-DAY-WORKDAY TO TRUE
                   NOT INVALID KEY
                       SET WS-PROCESS-DAY-HOLIDAY TO TRUE
                       MOVE HL-DESCRIPTION TO WS-HOLIDAY-DESC
               END-READ
           END-IF.

       1300-LOAD-FEED-SCHEDULE.
           IF WS-SCHEDULE-PRESENT
               SET WS-BROWSE-ACTIVE TO TRUE
               MOVE LOW-VALUES TO FS-SCHEDULE-KEY
               START FEED-SCHEDULE KEY NOT < FS-SCHEDULE-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
               IF WS-FEED-SCHEDULE-STATUS NOT = '00' AND '23'
                   DISPLAY 'ERROR ON FEED-SCHEDULE START - STATUS: '
                       WS-FEED-SCHEDULE-STATUS
                   SET WS-CONTROL-ERROR TO TRUE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
               PERFORM UNTIL WS-BROWSE-DONE
                   PERFORM 1310-READ-NEXT-SCHEDULE
               END-PERFORM
           END-IF.

       1310-READ-NEXT-SCHEDULE.
           READ FEED-SCHEDULE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   PERFORM 1320-STORE-SCHEDULE-ENTRY
           END-READ
           IF WS-FEED-SCHEDULE-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING FEED-SCHEDULE - STATUS: '
                   WS-FEED-SCHEDULE-STATUS
               SET WS-CONTROL-ERROR TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.

       1320-STORE-SCHEDULE-ENTRY.
           IF WS-SCHEDULE-COUNT >= WS-SCHEDULE-MAX
               DISPLAY 'FEED SCHEDULE TABLE FULL - LIMIT '
                   WS-SCHEDULE-MAX
               SET WS-CONTROL-ERROR TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-SCHEDULE-COUNT
               ADD 1 TO WS-SCHEDULE-ENTRIES
               SET SX TO WS-SCHEDULE-COUNT
               MOVE FS-SOURCE-SYSTEM TO WS-SC-SOURCE-SYSTEM (SX)
               MOVE FS-CYCLE-NUMBER TO WS-SC-CYCLE-NUMBER (SX)
               MOVE FS-FEED-NAME TO WS-SC-FEED-NAME (SX)
               MOVE FS-MANDATORY TO WS-SC-MANDATORY (SX)
               MOVE 'N' TO WS-SC-RECEIVED (SX)
               MOVE 'N' TO WS-SC-EXPECTED (SX)
               IF FS-RUN-DAY-FLAG (WS-DAY-SUB) = 'Y'
                   IF WS-PROCESS-DAY-WORKDAY
                      OR FS-EXPECTED-ON-HOLIDAY
                       MOVE 'Y' TO WS-SC-EXPECTED (SX)
                       ADD 1 TO WS-FEEDS-EXPECTED
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-TRANS-IN.
           READ TRANS-IN
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF TI-HEADER-RECORD
                       ADD 1 TO WS-HEADERS-READ
                       PERFORM 2100-CHECK-FEED-HEADER
                   ELSE
                       ADD 1 TO WS-DETAILS-SKIPPED
                   END-IF
           END-READ
           IF WS-TRANS-IN-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING TRANS-IN - STATUS: '
                   WS-TRANS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2100-CHECK-FEED-HEADER.
           MOVE TH-SOURCE-SYSTEM TO FK-SOURCE-SYSTEM
           MOVE TH-CYCLE-NUMBER TO FK-CYCLE-NUMBER
           MOVE TH-FEED-DATE TO FK-FEED-DATE
           MOVE SPACES TO FK-MANDATORY
           MOVE SPACES TO FK-FEED-NAME
           IF TH-FEED-DATE NOT NUMERIC
              OR TH-CYCLE-NUMBER NOT NUMERIC
               MOVE 'FEED HEADER DATE OR CYCLE INVALID'
                   TO FK-REASON-TEXT
               PERFORM 2800-WRITE-UNEXPECTED-LINE
           ELSE
               PERFORM 2110-FIND-SCHEDULE-ENTRY
               IF WS-FEED-NOT-MATCHED
                   MOVE 'SOURCE/CYCLE NOT ON FEED SCHEDULE'
                       TO FK-REASON-TEXT
                   PERFORM 2800-WRITE-UNEXPECTED-LINE
               ELSE
                   MOVE WS-SC-MANDATORY (SX) TO FK-MANDATORY
                   MOVE WS-SC-FEED-NAME (SX) TO FK-FEED-NAME
                   PERFORM 2200-CLASSIFY-SCHEDULED-FEED
               END-IF
           END-IF.

       2110-FIND-SCHEDULE-ENTRY.
           SET WS-FEED-NOT-MATCHED TO TRUE
           SET SX TO 1
           SEARCH WS-SCHEDULE-ENTRY
               AT END
                   CONTINUE
               WHEN SX > WS-SCHEDULE-COUNT
                   CONTINUE
               WHEN WS-SC-SOURCE-SYSTEM (SX) = TH-SOURCE-SYSTEM
                AND WS-SC-CYCLE-NUMBER (SX) = TH-CYCLE-NUMBER
                   SET WS-FEED-MATCHED TO TRUE
           END-SEARCH
           IF WS-FEED-NOT-MATCHED
               SET SX TO 1
               SEARCH WS-SCHEDULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN SX > WS-SCHEDULE-COUNT
                       CONTINUE
                   WHEN WS-SC-SOURCE-SYSTEM (SX) = TH-SOURCE-SYSTEM
                    AND WS-SC-CYCLE-NUMBER (SX) = ZERO
                       SET WS-FEED-MATCHED TO TRUE
               END-SEARCH
           END-IF.

       2200-CLASSIFY-SCHEDULED-FEED.
           EVALUATE TRUE
               WHEN TH-FEED-DATE < WS-PROCESS-DATE
                   PERFORM 2700-WRITE-LATE-LINE
               WHEN TH-FEED-DATE > WS-PROCESS-DATE
                   MOVE 'FEED DATED AFTER PROCESS DATE'
                       TO FK-REASON-TEXT
                   PERFORM 2800-WRITE-UNEXPECTED-LINE
               WHEN WS-SC-EXPECTED (SX) NOT = 'Y'
                   MOVE 'FEED NOT SCHEDULED FOR THIS DAY'
                       TO FK-REASON-TEXT
                   PERFORM 2800-WRITE-UNEXPECTED-LINE
               WHEN WS-SC-RECEIVED (SX) = 'Y'
                   MOVE 'SECOND FEED FOR SCHEDULED CYCLE'
                       TO FK-REASON-TEXT
                   PERFORM 2800-WRITE-UNEXPECTED-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-SC-RECEIVED (SX)
                   ADD 1 TO WS-FEEDS-RECEIVED
           END-EVALUATE.

       2700-WRITE-LATE-LINE.
           ADD 1 TO WS-FEEDS-LATE
           MOVE 'LATE' TO FK-STATUS
           MOVE 'FEED DATED BEFORE PROCESS DATE'
               TO FK-REASON-TEXT
           PERFORM 8100-WRITE-CHECK-DETAIL.

       2800-WRITE-UNEXPECTED-LINE.
           ADD 1 TO WS-FEEDS-UNEXPECTED
           MOVE 'UNEXPECTED' TO FK-STATUS
           PERFORM 8100-WRITE-CHECK-DETAIL.

       3000-TERMINATE.
           IF WS-FILES-OPEN AND WS-CONTROL-OK
               PERFORM 3100-LIST-MISSING-FEED
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-SCHEDULE-COUNT
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           DISPLAY '===== FEEDCHK CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:       ' WS-PROCESS-DATE
           DISPLAY 'SCHEDULE ENTRIES:   ' WS-SCHEDULE-ENTRIES
           DISPLAY 'FEEDS EXPECTED:     ' WS-FEEDS-EXPECTED
           DISPLAY 'HEADERS READ:       ' WS-HEADERS-READ
           DISPLAY 'DETAILS SKIPPED:    ' WS-DETAILS-SKIPPED
           DISPLAY 'FEEDS RECEIVED:     ' WS-FEEDS-RECEIVED
           DISPLAY 'FEEDS MISSING:      ' WS-FEEDS-MISSING
           DISPLAY 'MANDATORY MISSING:  ' WS-MANDATORY-MISSING
           DISPLAY 'FEEDS LATE:         ' WS-FEEDS-LATE
           DISPLAY 'FEEDS UNEXPECTED:   ' WS-FEEDS-UNEXPECTED
           IF RETURN-CODE = 0
               IF WS-MANDATORY-MISSING > 0
                   DISPLAY 'MANDATORY FEED MISSING - HOLD TRNCONV'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FEEDS-MISSING > 0
                      OR WS-FEEDS-LATE > 0
                      OR WS-FEEDS-UNEXPECTED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE TRANS-IN
               CLOSE FEED-SCHEDULE
               CLOSE HOLIDAY-CALENDAR
               CLOSE FEED-CHECK-RPT
           END-IF.

       3100-LIST-MISSING-FEED.
           IF WS-SC-EXPECTED (SX) = 'Y'
              AND WS-SC-RECEIVED (SX) NOT = 'Y'
               ADD 1 TO WS-FEEDS-MISSING
               MOVE 'MISSING' TO FK-STATUS
               MOVE WS-SC-SOURCE-SYSTEM (SX) TO FK-SOURCE-SYSTEM
               MOVE WS-SC-CYCLE-NUMBER (SX) TO FK-CYCLE-NUMBER
               MOVE SPACES TO FK-FEED-DATE
               MOVE WS-SC-MANDATORY (SX) TO FK-MANDATORY
               MOVE WS-SC-FEED-NAME (SX) TO FK-FEED-NAME
               IF WS-SC-MANDATORY (SX) = 'Y'
                   ADD 1 TO WS-MANDATORY-MISSING
                   MOVE 'MANDATORY FEED NOT RECEIVED - HOLD RUN'
                       TO FK-REASON-TEXT
               ELSE
                   MOVE 'OPTIONAL FEED NOT RECEIVED'
                       TO FK-REASON-TEXT
               END-IF
               PERFORM 8100-WRITE-CHECK-DETAIL
           END-IF.

       3200-WRITE-REPORT-TOTALS.
           MOVE 'FEEDS EXPECTED:' TO FK-TOTAL-LABEL
           MOVE WS-FEEDS-EXPECTED TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FEEDS RECEIVED:' TO FK-TOTAL-LABEL
           MOVE WS-FEEDS-RECEIVED TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FEEDS MISSING:' TO FK-TOTAL-LABEL
           MOVE WS-FEEDS-MISSING TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'MANDATORY MISSING:' TO FK-TOTAL-LABEL
           MOVE WS-MANDATORY-MISSING TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FEEDS LATE:' TO FK-TOTAL-LABEL
           MOVE WS-FEEDS-LATE TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FEEDS UNEXPECTED:' TO FK-TOTAL-LABEL
           MOVE WS-FEEDS-UNEXPECTED TO FK-TOTAL-COUNT
           WRITE FEED-CHECK-LINE FROM WS-RPT-TOTAL-LINE.

       8100-WRITE-CHECK-DETAIL.
           WRITE FEED-CHECK-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-CHECK-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FEED-CHECK-RPT - STATUS: '
                   WS-CHECK-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
