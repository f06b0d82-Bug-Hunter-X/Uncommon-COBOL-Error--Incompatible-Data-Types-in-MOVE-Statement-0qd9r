       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJECT-INVENTORY ASSIGN TO 'REJECT-INVENTORY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-TRANS-KEY
               FILE STATUS IS WS-REJECT-INV-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO
               'HOLIDAY-CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT REJECT-AGING-RPT ASSIGN TO 'REJECT-AGING-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO 'RUN-CONTROL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT OPTIONAL RUN-CONTROL-MASTER ASSIGN TO
               'RUN-CONTROL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STEP-KEY
               FILE STATUS IS WS-RUN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-INVENTORY.
           COPY REJMST.

       FD  HOLIDAY-CALENDAR.
           COPY HOLCAL.

       FD  REJECT-AGING-RPT
           RECORDING MODE IS F.
           COPY RJARPT.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJECT-INV-STATUS    PIC X(2)    VALUE '00'.
           05  WS-HOLIDAY-CAL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-AGING-RPT-STATUS     PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'REJAGE'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

      *    BUSINESS DAYS AN OPEN REJECT MAY GO UNWORKED    *
      *    BEFORE IT IS ESCALATED - PC-REJECT-ESC-DAYS ON  *
      *    THE RUN-CONTROL CARD OVERRIDES IT.              *
       01  WS-ESCALATION-DAYS          PIC 9(3)    VALUE 5.

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-OUTSTANDING-ITEMS    PIC 9(9)    VALUE ZERO.
           05  WS-OPEN-ITEMS           PIC 9(9)    VALUE ZERO.
           05  WS-RESUBMITTED-ITEMS    PIC 9(9)    VALUE ZERO.
           05  WS-NEW-ESCALATIONS      PIC 9(9)    VALUE ZERO.
           05  WS-REPEAT-ESCALATIONS   PIC 9(9)    VALUE ZERO.
           05  WS-HOLIDAYS-LOADED      PIC 9(9)    VALUE ZERO.

       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-PROCESS-DATE-INT     PIC S9(9)   COMP VALUE ZERO.
           05  WS-FIRST-DATE-INT       PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAY-INT              PIC S9(9)   COMP VALUE ZERO.
           05  WS-CALENDAR-DAYS        PIC S9(9)   COMP VALUE ZERO.
           05  WS-FULL-WEEKS           PIC S9(9)   COMP VALUE ZERO.
           05  WS-ODD-DAYS             PIC S9(9)   COMP VALUE ZERO.
           05  WS-BUSINESS-DAYS        PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
               88  WS-WEEKDAY              VALUE 1 THRU 5.

      *    WEEKDAY HOLIDAYS FROM THE HOLIDAY CALENDAR, AS    *
      *    DAY NUMBERS, FOR THE BUSINESS-DAY COUNT.          *
       01  WS-HOLIDAY-COUNT            PIC 9(4)    COMP VALUE ZERO.
       01  WS-HOLIDAY-MAX              PIC 9(4)    COMP VALUE 1000.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 1000 TIMES
               INDEXED BY HX.
               10  WS-HT-DATE-INT      PIC S9(9)   COMP.

      *    OUTSTANDING ITEMS BY OWNING BRANCH AND REASON     *
      *    CODE, KEPT IN BRANCH AND REASON ORDER.  BUCKETS   *
      *    ARE 0-2, 3-5, 6-10, 11-20 AND OVER 20 BUSINESS    *
      *    DAYS SINCE THE FIRST REJECT.                      *
       01  WS-AGING-COUNT              PIC 9(4)    COMP VALUE ZERO.
       01  WS-AGING-MAX                PIC 9(4)    COMP VALUE 500.

       01  WS-AGING-TABLE.
           05  WS-AGING-ENTRY OCCURS 500 TIMES
               INDEXED BY GX.
               10  WS-AT-KEY.
                   15  WS-AT-BRANCH    PIC X(2).
                   15  WS-AT-REASON    PIC X(4).
               10  WS-AT-BUCKET        PIC 9(7)    COMP
                   OCCURS 5 TIMES.
               10  WS-AT-TOTAL         PIC 9(7)    COMP.
               10  WS-AT-RESUBMITTED   PIC 9(7)    COMP.
               10  WS-AT-ESCALATED     PIC 9(7)    COMP.

       01  WS-BRANCH-TOTALS.
           05  WS-BT-BUCKET            PIC 9(7)    COMP
               OCCURS 5 TIMES.
           05  WS-BT-TOTAL             PIC 9(7)    COMP.
           05  WS-BT-RESUBMITTED       PIC 9(7)    COMP.
           05  WS-BT-ESCALATED         PIC 9(7)    COMP.

       01  WS-AGING-WORK-FIELDS.
           05  WS-ITEM-KEY.
               10  WS-ITEM-BRANCH      PIC X(2)    VALUE SPACES.
               10  WS-ITEM-REASON      PIC X(4)    VALUE SPACES.
           05  WS-PREV-BRANCH          PIC X(2)    VALUE HIGH-VALUES.
           05  WS-BUCKET-SUB           PIC 9(4)    COMP VALUE ZERO.
           05  WS-ITEM-BUCKET          PIC 9(4)    COMP VALUE ZERO.
           05  WS-SHIFT-SUB            PIC 9(4)    COMP VALUE ZERO.
           05  WS-INSERT-SUB           PIC 9(4)    COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-HALT-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RUN-HALTED           VALUE 'Y'.
               88  WS-RUN-ACTIVE           VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-HOLIDAY-CAL-OPEN     VALUE 'Y'.
               88  WS-HOLIDAY-CAL-NOT-OPEN VALUE 'N'.
           05  WS-POSITION-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-POSITION-FOUND       VALUE 'Y'.
               88  WS-POSITION-NOT-FOUND   VALUE 'N'.
           05  WS-ENTRY-SWITCH         PIC X(1)    VALUE 'N'.
               88  WS-ENTRY-ON-TABLE       VALUE 'Y'.
               88  WS-ENTRY-NOT-ON-TABLE   VALUE 'N'.
           05  WS-STEP-CHECK-SWITCH    PIC X(1)    VALUE 'E'.
               88  WS-STEP-CLEARED         VALUE 'C'.
               88  WS-STEP-ALREADY-DONE    VALUE 'D'.
               88  WS-STEP-BLOCKED         VALUE 'P'.
               88  WS-STEP-ERROR           VALUE 'E'.
               88  WS-STEP-REFUSED         VALUE 'D' 'P' 'E'.
           05  WS-STEP-RECORD-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-STEP-ON-FILE         VALUE 'Y'.
               88  WS-STEP-NOT-ON-FILE     VALUE 'N'.
           05  WS-PREDECESSOR-SWITCH   PIC X(1)    VALUE SPACE.
               88  WS-PREDECESSOR-DONE     VALUE 'C'.
               88  WS-PREDECESSOR-NOT-DONE VALUE 'N' ' '.
               88  WS-PREDECESSOR-NOT-ON-FILE VALUE ' '.
           05  WS-RUN-MASTER-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-RUN-MASTER-OPEN      VALUE 'Y'.
               88  WS-RUN-MASTER-NOT-OPEN  VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'REJAGE - REJECT INVENTORY AGING AND ESCALATION'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(13) VALUE
               'PROCESS DATE '.
           05  RG-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(20) VALUE
               '   ESCALATION AFTER '.
           05  RG-ESCALATION-DAYS          PIC ZZ9.
           05  FILLER                      PIC X(14) VALUE
               ' BUSINESS DAYS'.
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  WS-RPT-ESCALATION-TITLE         PIC X(132)
           VALUE 'UNWORKED REJECTS ESCALATED'.

       01  WS-RPT-ESCALATION-HEADING.
           05  FILLER                      PIC X(12) VALUE
               'TRANS KEY '.
           05  FILLER                      PIC X(5) VALUE
               'BR'.
           05  FILLER                      PIC X(7) VALUE
               'RSN'.
           05  FILLER                      PIC X(12) VALUE
               'FIRST DATE'.
           05  FILLER                      PIC X(12) VALUE
               'LAST DATE'.
           05  FILLER                      PIC X(7) VALUE
               'TIMES'.
           05  FILLER                      PIC X(9) VALUE
               'BUS DAYS'.
           05  FILLER                      PIC X(8) VALUE
               'ESCAL'.
           05  FILLER                      PIC X(40) VALUE
               'REASON TEXT'.
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-ESCALATION-LINE.
           05  RE-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RE-OWNING-BRANCH            PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RE-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RE-FIRST-DATE               PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RE-LAST-DATE                PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RE-TIMES                    PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RE-BUSINESS-DAYS            PIC ZZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RE-ESCALATION               PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RE-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-SUMMARY-TITLE            PIC X(132)
           VALUE 'OUTSTANDING REJECTS BY BRANCH, REASON AND AGE'.

       01  WS-RPT-SUMMARY-HEADING.
           05  FILLER                      PIC X(13) VALUE
               'BR   REASON'.
           05  FILLER                      PIC X(10) VALUE
               '  0-2 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               '  3-5 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               ' 6-10 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               '11-20 DAYS'.
           05  FILLER                      PIC X(10) VALUE
               '   OVER 20'.
           05  FILLER                      PIC X(10) VALUE
               '     TOTAL'.
           05  FILLER                      PIC X(10) VALUE
               ' RESUBMITD'.
           05  FILLER                      PIC X(10) VALUE
               ' ESCALATED'.
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RG-BRANCH                   PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RG-REASON                   PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RG-BUCKET                   PIC Z(9)9
               OCCURS 5 TIMES.
           05  RG-TOTAL                    PIC Z(9)9.
           05  RG-RESUBMITTED              PIC Z(9)9.
           05  RG-ESCALATED                PIC Z(9)9.
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RG-TOTAL-LABEL              PIC X(23).
           05  RG-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 1100-LOAD-HOLIDAYS
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2000-AGE-INVENTORY
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2500-WRITE-AGING-SUMMARY
               END-IF
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-STEP-PROCESS-DATE TO WS-DATE-NUM
           COMPUTE WS-PROCESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           OPEN I-O REJECT-INVENTORY
           IF WS-REJECT-INV-STATUS = '05'
               MOVE '00' TO WS-REJECT-INV-STATUS
           END-IF
           OPEN OUTPUT REJECT-AGING-RPT
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOLIDAY-CAL-STATUS = '00'
               SET WS-HOLIDAY-CAL-OPEN TO TRUE
           ELSE
               DISPLAY 'HOLIDAY-CALENDAR NOT PRESENT - '
                   'AGING COUNTS WEEKDAYS ONLY - STATUS: '
                   WS-HOLIDAY-CAL-STATUS
           END-IF
           IF WS-REJECT-INV-STATUS NOT = '00'
              OR WS-AGING-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-REJECT-INV-STATUS ' '
                   WS-AGING-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE REJECT-AGING-LINE FROM WS-RPT-HEADING-1
               MOVE WS-STEP-PROCESS-DATE TO RG-PROCESS-DATE
               MOVE WS-ESCALATION-DAYS TO RG-ESCALATION-DAYS
               WRITE REJECT-AGING-LINE FROM WS-RPT-RUN-LINE
           END-IF.

      *    ONLY HOLIDAYS THAT FALL ON A WEEKDAY ON OR BEFORE *
      *    THE PROCESS DATE CAN SHORTEN AN ITEM'S AGE.       *
       1100-LOAD-HOLIDAYS.
           IF WS-HOLIDAY-CAL-OPEN
               SET WS-BROWSE-ACTIVE TO TRUE
               MOVE LOW-VALUES TO HL-HOLIDAY-DATE
               START HOLIDAY-CALENDAR KEY NOT < HL-HOLIDAY-DATE
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
               IF WS-HOLIDAY-CAL-STATUS NOT = '00' AND '23'
                   DISPLAY 'ERROR ON HOLIDAY-CALENDAR START - STATUS: '
                       WS-HOLIDAY-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-BROWSE-DONE TO TRUE
                   SET WS-RUN-HALTED TO TRUE
               END-IF
               PERFORM UNTIL WS-BROWSE-DONE
                   PERFORM 1110-READ-NEXT-HOLIDAY
               END-PERFORM
           END-IF.

       1110-READ-NEXT-HOLIDAY.
           READ HOLIDAY-CALENDAR NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF HL-HOLIDAY-DATE NUMERIC
                       PERFORM 1120-STORE-HOLIDAY
                   END-IF
           END-READ
           IF WS-HOLIDAY-CAL-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING HOLIDAY-CALENDAR - STATUS: '
                   WS-HOLIDAY-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       1120-STORE-HOLIDAY.
           MOVE HL-HOLIDAY-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT, 7)
           IF WS-DAY-INT > WS-PROCESS-DATE-INT
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-WEEKDAY
                   IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                       DISPLAY 'HOLIDAY TABLE FULL - LIMIT '
                           WS-HOLIDAY-MAX
                       MOVE 16 TO RETURN-CODE
                       SET WS-BROWSE-DONE TO TRUE
                       SET WS-RUN-HALTED TO TRUE
                   ELSE
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HX TO WS-HOLIDAY-COUNT
                       MOVE WS-DAY-INT TO WS-HT-DATE-INT (HX)
                       ADD 1 TO WS-HOLIDAYS-LOADED
                   END-IF
               END-IF
           END-IF.

      *    EVERY OUTSTANDING ITEM IS AGED AND COUNTED IN THE *
      *    SUMMARY.  AN OPEN ITEM - ONE TRNFIX HAS NOT       *
      *    RESUBMITTED - AT OR PAST THE ESCALATION LIMIT IS  *
      *    LISTED AND MARKED ESCALATED FOR THE PROCESS DATE. *
       2000-AGE-INVENTORY.
           WRITE REJECT-AGING-LINE FROM WS-RPT-ESCALATION-TITLE
           WRITE REJECT-AGING-LINE FROM WS-RPT-ESCALATION-HEADING
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO RI-TRANS-KEY
           START REJECT-INVENTORY KEY NOT < RI-TRANS-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF WS-REJECT-INV-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON REJECT-INVENTORY START - STATUS: '
                   WS-REJECT-INV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 2010-READ-NEXT-ITEM
           END-PERFORM.

       2010-READ-NEXT-ITEM.
           READ REJECT-INVENTORY NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF RI-ITEM-OUTSTANDING
                       PERFORM 2100-AGE-ITEM
                   END-IF
           END-READ
           IF WS-REJECT-INV-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING REJECT-INVENTORY - STATUS: '
                   WS-REJECT-INV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2100-AGE-ITEM.
           ADD 1 TO WS-OUTSTANDING-ITEMS
           IF RI-ITEM-OPEN
               ADD 1 TO WS-OPEN-ITEMS
           ELSE
               ADD 1 TO WS-RESUBMITTED-ITEMS
           END-IF
           PERFORM 2110-COUNT-BUSINESS-DAYS
           EVALUATE TRUE
               WHEN WS-BUSINESS-DAYS <= 2
                   MOVE 1 TO WS-ITEM-BUCKET
               WHEN WS-BUSINESS-DAYS <= 5
                   MOVE 2 TO WS-ITEM-BUCKET
               WHEN WS-BUSINESS-DAYS <= 10
                   MOVE 3 TO WS-ITEM-BUCKET
               WHEN WS-BUSINESS-DAYS <= 20
                   MOVE 4 TO WS-ITEM-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-ITEM-BUCKET
           END-EVALUATE
           PERFORM 2200-ACCUMULATE-SUMMARY
           IF WS-RUN-ACTIVE AND RI-ITEM-OPEN
              AND WS-BUSINESS-DAYS >= WS-ESCALATION-DAYS
               PERFORM 2300-ESCALATE-ITEM
           END-IF.

      *    BUSINESS DAYS AFTER THE FIRST REJECT DATE UP TO   *
      *    AND INCLUDING THE PROCESS DATE: EACH WHOLE WEEK   *
      *    GIVES FIVE, THE ODD DAYS AT THE END ARE COUNTED   *
      *    ONE BY ONE, THEN WEEKDAY HOLIDAYS IN THE RANGE    *
      *    COME OFF.  INTEGER-OF-DATE MOD 7 IS 1 ON MONDAY.  *
       2110-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS
           IF RI-FIRST-REJECT-DATE NUMERIC
               MOVE RI-FIRST-REJECT-DATE TO WS-DATE-NUM
               COMPUTE WS-FIRST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-CALENDAR-DAYS =
                   WS-PROCESS-DATE-INT - WS-FIRST-DATE-INT
               IF WS-CALENDAR-DAYS > ZERO
                   DIVIDE WS-CALENDAR-DAYS BY 7
                       GIVING WS-FULL-WEEKS
                       REMAINDER WS-ODD-DAYS
                   COMPUTE WS-BUSINESS-DAYS = WS-FULL-WEEKS * 5
                   COMPUTE WS-DAY-INT =
                       WS-PROCESS-DATE-INT - WS-ODD-DAYS + 1
                   PERFORM 2115-COUNT-ODD-DAY
                       UNTIL WS-DAY-INT > WS-PROCESS-DATE-INT
                   IF WS-HOLIDAY-COUNT > 0
                       PERFORM 2117-DEDUCT-HOLIDAY
                           VARYING HX FROM 1 BY 1
                           UNTIL HX > WS-HOLIDAY-COUNT
                   END-IF
                   IF WS-BUSINESS-DAYS < ZERO
                       MOVE ZERO TO WS-BUSINESS-DAYS
                   END-IF
               END-IF
           END-IF.

       2115-COUNT-ODD-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT, 7)
           IF WS-WEEKDAY
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF
           ADD 1 TO WS-DAY-INT.

       2117-DEDUCT-HOLIDAY.
           IF WS-HT-DATE-INT (HX) > WS-FIRST-DATE-INT
              AND WS-HT-DATE-INT (HX) <= WS-PROCESS-DATE-INT
               SUBTRACT 1 FROM WS-BUSINESS-DAYS
           END-IF.

      *    FIND THE ITEM'S BRANCH AND REASON ON THE SUMMARY  *
      *    TABLE, OR OPEN A NEW ENTRY IN ITS PLACE IN ORDER. *
       2200-ACCUMULATE-SUMMARY.
           IF RI-OWNING-BRANCH = SPACES
               MOVE RI-TRANS-KEY (1:2) TO WS-ITEM-BRANCH
           ELSE
               MOVE RI-OWNING-BRANCH TO WS-ITEM-BRANCH
           END-IF
           MOVE RI-REASON-CODE TO WS-ITEM-REASON
           SET GX TO 1
           SET WS-POSITION-NOT-FOUND TO TRUE
           SET WS-ENTRY-NOT-ON-TABLE TO TRUE
           PERFORM 2210-FIND-SUMMARY-POSITION
               UNTIL WS-POSITION-FOUND
           IF WS-ENTRY-NOT-ON-TABLE
               PERFORM 2220-INSERT-SUMMARY-ENTRY
           END-IF
           IF WS-RUN-ACTIVE
               ADD 1 TO WS-AT-BUCKET (GX, WS-ITEM-BUCKET)
               ADD 1 TO WS-AT-TOTAL (GX)
               IF RI-ITEM-RESUBMITTED
                   ADD 1 TO WS-AT-RESUBMITTED (GX)
               END-IF
           END-IF.

       2210-FIND-SUMMARY-POSITION.
           IF GX > WS-AGING-COUNT
               SET WS-POSITION-FOUND TO TRUE
           ELSE
               IF WS-AT-KEY (GX) = WS-ITEM-KEY
                   SET WS-POSITION-FOUND TO TRUE
                   SET WS-ENTRY-ON-TABLE TO TRUE
               ELSE
                   IF WS-AT-KEY (GX) > WS-ITEM-KEY
                       SET WS-POSITION-FOUND TO TRUE
                   ELSE
                       SET GX UP BY 1
                   END-IF
               END-IF
           END-IF.

       2220-INSERT-SUMMARY-ENTRY.
           IF WS-AGING-COUNT >= WS-AGING-MAX
               DISPLAY 'AGING SUMMARY TABLE FULL - LIMIT '
                   WS-AGING-MAX
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-INSERT-SUB TO GX
               PERFORM 2225-SHIFT-SUMMARY-ENTRY
                   VARYING WS-SHIFT-SUB FROM WS-AGING-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               ADD 1 TO WS-AGING-COUNT
               MOVE WS-ITEM-KEY TO WS-AT-KEY (GX)
               PERFORM 2227-ZERO-SUMMARY-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE ZERO TO WS-AT-TOTAL (GX)
               MOVE ZERO TO WS-AT-RESUBMITTED (GX)
               MOVE ZERO TO WS-AT-ESCALATED (GX)
           END-IF.

       2225-SHIFT-SUMMARY-ENTRY.
           MOVE WS-AGING-ENTRY (WS-SHIFT-SUB)
               TO WS-AGING-ENTRY (WS-SHIFT-SUB + 1).

       2227-ZERO-SUMMARY-BUCKET.
           MOVE ZERO TO WS-AT-BUCKET (GX, WS-BUCKET-SUB).

      *    A RERUN FOR THE SAME PROCESS DATE LISTS THE ITEM  *
      *    AGAIN WITHOUT COUNTING A SECOND ESCALATION.       *
       2300-ESCALATE-ITEM.
           ADD 1 TO WS-AT-ESCALATED (GX)
           IF RI-ESCALATED-DATE NOT = WS-STEP-PROCESS-DATE
               MOVE WS-STEP-PROCESS-DATE TO RI-ESCALATED-DATE
               ADD 1 TO RI-TIMES-ESCALATED
               REWRITE REJECT-INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING REJECT-INVENTORY'
                           ' - KEY: ' RI-TRANS-KEY ' STATUS: '
                           WS-REJECT-INV-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-BROWSE-DONE TO TRUE
                       SET WS-RUN-HALTED TO TRUE
               END-REWRITE
           END-IF
           IF RI-TIMES-ESCALATED > 1
               MOVE 'REPEAT' TO RE-ESCALATION
               ADD 1 TO WS-REPEAT-ESCALATIONS
           ELSE
               MOVE 'NEW' TO RE-ESCALATION
               ADD 1 TO WS-NEW-ESCALATIONS
           END-IF
           MOVE RI-TRANS-KEY TO RE-TRANS-KEY
           MOVE WS-ITEM-BRANCH TO RE-OWNING-BRANCH
           MOVE RI-REASON-CODE TO RE-REASON-CODE
           MOVE RI-FIRST-REJECT-DATE TO RE-FIRST-DATE
           MOVE RI-LAST-REJECT-DATE TO RE-LAST-DATE
           MOVE RI-TIMES-REJECTED TO RE-TIMES
           MOVE WS-BUSINESS-DAYS TO RE-BUSINESS-DAYS
           MOVE RI-REASON-TEXT TO RE-REASON-TEXT
           MOVE WS-RPT-ESCALATION-LINE TO REJECT-AGING-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2500-WRITE-AGING-SUMMARY.
           WRITE REJECT-AGING-LINE FROM WS-RPT-SUMMARY-TITLE
           WRITE REJECT-AGING-LINE FROM WS-RPT-SUMMARY-HEADING
           PERFORM 2530-CLEAR-BRANCH-TOTALS
           IF WS-AGING-COUNT > 0
               PERFORM 2510-WRITE-SUMMARY-ENTRY
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > WS-AGING-COUNT OR WS-RUN-HALTED
               PERFORM 2520-WRITE-BRANCH-TOTAL
           END-IF.

       2510-WRITE-SUMMARY-ENTRY.
           IF WS-AT-BRANCH (GX) NOT = WS-PREV-BRANCH
              AND WS-PREV-BRANCH NOT = HIGH-VALUES
               PERFORM 2520-WRITE-BRANCH-TOTAL
           END-IF
           MOVE WS-AT-BRANCH (GX) TO WS-PREV-BRANCH
           MOVE WS-AT-BRANCH (GX) TO RG-BRANCH
           MOVE WS-AT-REASON (GX) TO RG-REASON
           PERFORM 2515-MOVE-SUMMARY-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-AT-TOTAL (GX) TO RG-TOTAL
           MOVE WS-AT-RESUBMITTED (GX) TO RG-RESUBMITTED
           MOVE WS-AT-ESCALATED (GX) TO RG-ESCALATED
           ADD WS-AT-TOTAL (GX) TO WS-BT-TOTAL
           ADD WS-AT-RESUBMITTED (GX) TO WS-BT-RESUBMITTED
           ADD WS-AT-ESCALATED (GX) TO WS-BT-ESCALATED
           MOVE WS-RPT-SUMMARY-LINE TO REJECT-AGING-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2515-MOVE-SUMMARY-BUCKET.
           MOVE WS-AT-BUCKET (GX, WS-BUCKET-SUB)
               TO RG-BUCKET (WS-BUCKET-SUB)
           ADD WS-AT-BUCKET (GX, WS-BUCKET-SUB)
               TO WS-BT-BUCKET (WS-BUCKET-SUB).

       2520-WRITE-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO RG-BRANCH
           MOVE 'TOTAL' TO RG-REASON
           PERFORM 2525-MOVE-BRANCH-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-BT-TOTAL TO RG-TOTAL
           MOVE WS-BT-RESUBMITTED TO RG-RESUBMITTED
           MOVE WS-BT-ESCALATED TO RG-ESCALATED
           MOVE WS-RPT-SUMMARY-LINE TO REJECT-AGING-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2530-CLEAR-BRANCH-TOTALS.

       2525-MOVE-BRANCH-BUCKET.
           MOVE WS-BT-BUCKET (WS-BUCKET-SUB)
               TO RG-BUCKET (WS-BUCKET-SUB).

       2530-CLEAR-BRANCH-TOTALS.
           PERFORM 2535-CLEAR-BRANCH-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE ZERO TO WS-BT-TOTAL
           MOVE ZERO TO WS-BT-RESUBMITTED
           MOVE ZERO TO WS-BT-ESCALATED.

       2535-CLEAR-BRANCH-BUCKET.
           MOVE ZERO TO WS-BT-BUCKET (WS-BUCKET-SUB).

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE 'OUTSTANDING ITEMS:' TO RG-TOTAL-LABEL
               MOVE WS-OUTSTANDING-ITEMS TO RG-TOTAL-COUNT
               WRITE REJECT-AGING-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'OPEN (UNWORKED):' TO RG-TOTAL-LABEL
               MOVE WS-OPEN-ITEMS TO RG-TOTAL-COUNT
               WRITE REJECT-AGING-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'RESUBMITTED:' TO RG-TOTAL-LABEL
               MOVE WS-RESUBMITTED-ITEMS TO RG-TOTAL-COUNT
               WRITE REJECT-AGING-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ESCALATED - NEW:' TO RG-TOTAL-LABEL
               MOVE WS-NEW-ESCALATIONS TO RG-TOTAL-COUNT
               WRITE REJECT-AGING-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ESCALATED - REPEAT:' TO RG-TOTAL-LABEL
               MOVE WS-REPEAT-ESCALATIONS TO RG-TOTAL-COUNT
               WRITE REJECT-AGING-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY '===== REJAGE CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:        ' WS-STEP-PROCESS-DATE
           DISPLAY 'ESCALATION DAYS:     ' WS-ESCALATION-DAYS
           DISPLAY 'HOLIDAYS LOADED:     ' WS-HOLIDAYS-LOADED
           DISPLAY 'ITEMS READ:          ' WS-ITEMS-READ
           DISPLAY 'OUTSTANDING ITEMS:   ' WS-OUTSTANDING-ITEMS
           DISPLAY 'OPEN (UNWORKED):     ' WS-OPEN-ITEMS
           DISPLAY 'RESUBMITTED:         ' WS-RESUBMITTED-ITEMS
           DISPLAY 'ESCALATED - NEW:     ' WS-NEW-ESCALATIONS
           DISPLAY 'ESCALATED - REPEAT:  ' WS-REPEAT-ESCALATIONS
           IF (WS-NEW-ESCALATIONS > 0 OR WS-REPEAT-ESCALATIONS > 0)
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE REJECT-INVENTORY
               CLOSE REJECT-AGING-RPT
           END-IF
           IF WS-HOLIDAY-CAL-OPEN
               CLOSE HOLIDAY-CALENDAR
           END-IF.

       8000-WRITE-REPORT-LINE.
           WRITE REJECT-AGING-LINE
           IF WS-AGING-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REJECT-AGING-RPT - STATUS: '
                   WS-AGING-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

      *    REGISTER THE STEP ON RUN-CONTROL-MASTER FOR THE   *
      *    PROCESS DATE.  IT IS REFUSED (RC 16) WHILE A      *
      *    PREDECESSOR HAS NOT COMPLETED FOR THE DATE, OR    *
      *    WHEN THE STEP ITSELF ALREADY HAS, UNLESS THE JOB  *
      *    SETS RERUN_OVERRIDE=Y.                            *
       9000-CHECK-STEP-START.
           SET WS-STEP-ERROR TO TRUE
           ACCEPT WS-RERUN-OVERRIDE FROM ENVIRONMENT 'RERUN_OVERRIDE'
           PERFORM 9010-READ-PROCESS-DATE
           IF WS-STEP-PROCESS-DATE NOT = SPACES
               PERFORM 9020-OPEN-RUN-CONTROL-MASTER
           END-IF
           IF WS-RUN-MASTER-OPEN
               SET WS-STEP-CLEARED TO TRUE
               PERFORM 9040-CHECK-PREDECESSORS
               IF WS-STEP-CLEARED OR WS-STEP-BLOCKED
                   PERFORM 9030-CHECK-STEP-NOT-DONE
               END-IF
               IF WS-STEP-CLEARED OR WS-STEP-BLOCKED
                   PERFORM 9060-WRITE-STEP-START
               END-IF
               IF WS-STEP-REFUSED
                   CLOSE RUN-CONTROL-MASTER
                   SET WS-RUN-MASTER-NOT-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-STEP-REFUSED
               DISPLAY WS-STEP-NAME ' REFUSED FOR PROCESS DATE '
                   WS-STEP-PROCESS-DATE
               MOVE 16 TO RETURN-CODE
           END-IF.

       9010-READ-PROCESS-DATE.
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-CONTROL - STATUS: '
                   WS-RUN-CONTROL-STATUS
           ELSE
               READ RUN-CONTROL
                   AT END
                       DISPLAY 'RUN-CONTROL IS EMPTY'
                   NOT AT END
                       IF PC-PROCESS-DATE = SPACES
                          OR PC-PROCESS-DATE NOT NUMERIC
                           DISPLAY 'RUN-CONTROL PROCESS DATE INVALID: '
                               PC-PROCESS-DATE
                       ELSE
                           MOVE PC-PROCESS-DATE TO WS-STEP-PROCESS-DATE
                       END-IF
                       IF PC-REJECT-ESC-DAYS NUMERIC
                          AND PC-REJECT-ESC-DAYS > 0
                           MOVE PC-REJECT-ESC-DAYS TO WS-ESCALATION-DAYS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       9020-OPEN-RUN-CONTROL-MASTER.
           OPEN I-O RUN-CONTROL-MASTER
           IF WS-RUN-MASTER-STATUS = '05'
               MOVE '00' TO WS-RUN-MASTER-STATUS
           END-IF
           IF WS-RUN-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
           ELSE
               SET WS-RUN-MASTER-OPEN TO TRUE
           END-IF.

       9030-CHECK-STEP-NOT-DONE.
           PERFORM 9050-READ-STEP-RECORD
           IF WS-STEP-ON-FILE AND RK-COMPLETED
               IF WS-RERUN-AUTHORIZED
                   DISPLAY 'RERUN OVERRIDE - ' WS-STEP-NAME
                       ' ALREADY COMPLETED FOR ' WS-STEP-PROCESS-DATE
               ELSE
                   DISPLAY WS-STEP-NAME ' ALREADY COMPLETED FOR '
                       'PROCESS DATE ' WS-STEP-PROCESS-DATE
                       ' - RERUN OVERRIDE REQUIRED'
                   SET WS-STEP-ALREADY-DONE TO TRUE
               END-IF
           END-IF.

       9040-CHECK-PREDECESSORS.
           MOVE 'REJMGT' TO WS-PREDECESSOR-STEP
           PERFORM 9045-READ-PREDECESSOR
           IF WS-STEP-CLEARED AND WS-PREDECESSOR-NOT-DONE
               PERFORM 9047-PREDECESSOR-NOT-DONE
           END-IF.

       9045-READ-PREDECESSOR.
           MOVE WS-STEP-PROCESS-DATE TO RK-PROCESS-DATE
           MOVE WS-PREDECESSOR-STEP TO RK-STEP-NAME
           MOVE SPACE TO WS-PREDECESSOR-SWITCH
           READ RUN-CONTROL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RK-COMPLETED
                       SET WS-PREDECESSOR-DONE TO TRUE
                   ELSE
                       MOVE 'N' TO WS-PREDECESSOR-SWITCH
                   END-IF
           END-READ
           IF WS-RUN-MASTER-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
               SET WS-STEP-ERROR TO TRUE
           END-IF.

       9047-PREDECESSOR-NOT-DONE.
           IF WS-RERUN-AUTHORIZED
               DISPLAY 'RERUN OVERRIDE - ' WS-PREDECESSOR-STEP
                   ' NOT COMPLETE FOR ' WS-STEP-PROCESS-DATE
           ELSE
               DISPLAY WS-PREDECESSOR-STEP ' HAS NOT COMPLETED FOR '
                   'PROCESS DATE ' WS-STEP-PROCESS-DATE
               MOVE WS-PREDECESSOR-STEP TO WS-BLOCKING-STEP
               SET WS-STEP-BLOCKED TO TRUE
           END-IF.

       9050-READ-STEP-RECORD.
           MOVE WS-STEP-PROCESS-DATE TO RK-PROCESS-DATE
           MOVE WS-STEP-NAME TO RK-STEP-NAME
           SET WS-STEP-NOT-ON-FILE TO TRUE
           READ RUN-CONTROL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ON-FILE TO TRUE
           END-READ
           IF WS-RUN-MASTER-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
               SET WS-STEP-ERROR TO TRUE
           END-IF.

       9060-WRITE-STEP-START.
           IF WS-STEP-NOT-ON-FILE
               MOVE SPACES TO RUN-STEP-RECORD
               MOVE WS-STEP-PROCESS-DATE TO RK-PROCESS-DATE
               MOVE WS-STEP-NAME TO RK-STEP-NAME
               MOVE ZERO TO RK-RUN-COUNT
           END-IF
           ACCEPT RK-JOB-ID FROM ENVIRONMENT 'JOB_ID'
           IF RK-JOB-ID = SPACES
               MOVE WS-STEP-NAME TO RK-JOB-ID
           END-IF
           ACCEPT RK-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           ACCEPT RK-START-DATE FROM DATE YYYYMMDD
           ACCEPT RK-START-TIME FROM TIME
           MOVE WS-BLOCKING-STEP TO RK-BLOCKING-STEP
           MOVE 'N' TO RK-RERUN-OVERRIDE
           IF WS-STEP-CLEARED
               SET RK-STARTED TO TRUE
               MOVE SPACES TO RK-END-DATE RK-END-TIME
               MOVE ZERO TO RK-RETURN-CODE
               ADD 1 TO RK-RUN-COUNT
               IF WS-RERUN-AUTHORIZED
                   SET RK-OVERRIDE-USED TO TRUE
               END-IF
           ELSE
               SET RK-REFUSED TO TRUE
               MOVE RK-START-DATE TO RK-END-DATE
               MOVE RK-START-TIME TO RK-END-TIME
               MOVE 16 TO RK-RETURN-CODE
           END-IF
           IF WS-STEP-ON-FILE
               REWRITE RUN-STEP-RECORD
           ELSE
               WRITE RUN-STEP-RECORD
           END-IF
           IF WS-RUN-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
               SET WS-STEP-ERROR TO TRUE
           END-IF.

       9100-REGISTER-STEP-END.
           IF WS-RUN-MASTER-OPEN
               PERFORM 9050-READ-STEP-RECORD
               IF WS-STEP-ON-FILE
                   PERFORM 9110-REWRITE-STEP-END
               ELSE
                   DISPLAY 'RUN-CONTROL-MASTER ENTRY NOT FOUND - '
                       WS-STEP-NAME ' ' WS-STEP-PROCESS-DATE
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE RUN-CONTROL-MASTER
               SET WS-RUN-MASTER-NOT-OPEN TO TRUE
           END-IF.

       9110-REWRITE-STEP-END.
           IF RETURN-CODE > 4
               SET RK-FAILED TO TRUE
           ELSE
               SET RK-COMPLETED TO TRUE
           END-IF
           MOVE RETURN-CODE TO RK-RETURN-CODE
           ACCEPT RK-END-DATE FROM DATE YYYYMMDD
           ACCEPT RK-END-TIME FROM TIME
           REWRITE RUN-STEP-RECORD
           IF WS-RUN-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'RUN-CONTROL: ' WS-STEP-NAME ' '
                   WS-STEP-PROCESS-DATE ' STATUS ' RK-STEP-STATUS
                   ' RC ' RK-RETURN-CODE
           END-IF.
