       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCLS.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-POSITION-MASTER
               ASSIGN TO 'BRANCH-POSITION-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO 'BRANCH-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO
               'HOLIDAY-CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT POSITION-STATEMENT ASSIGN TO 'POSITION-STATEMENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
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
       FD  BRANCH-POSITION-MASTER.
           COPY POSMST.

       FD  BRANCH-MASTER.
           COPY BRNMST.

       FD  HOLIDAY-CALENDAR.
           COPY HOLCAL.

       FD  POSITION-STATEMENT
           RECORDING MODE IS F.
           COPY POSSTM.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-POSITION-STATUS      PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-HOLIDAY-CAL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-STATEMENT-STATUS     PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'BRNCLS'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-BROWSED      PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-CLOSED      PIC 9(9)    VALUE ZERO.
           05  WS-ALREADY-CLOSED       PIC 9(9)    VALUE ZERO.
           05  WS-DORMANT-BRANCHES     PIC 9(9)    VALUE ZERO.
           05  WS-OUT-OF-BALANCE       PIC 9(9)    VALUE ZERO.
           05  WS-PERIODS-ROLLED       PIC 9(9)    VALUE ZERO.
           05  WS-ROLL-EXCEPTIONS      PIC 9(9)    VALUE ZERO.

      *    THE PERIOD BEING CLOSED IS THAT OF THE PROCESS    *
      *    DATE; ITS CLOSING BALANCES OPEN THE NEXT PERIOD.  *
       01  WS-PERIOD-FIELDS.
           05  WS-CLOSE-PERIOD.
               10  WS-CLOSE-YEAR       PIC 9(4).
               10  WS-CLOSE-MONTH      PIC 9(2).
           05  WS-NEXT-PERIOD.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 9(2).

      *    THE CLOSE RUNS ON THE LAST BUSINESS DAY OF THE  *
      *    MONTH - THE DAYS AFTER THE PROCESS DATE ARE     *
      *    WALKED TO THE MONTH END LOOKING FOR A WEEKDAY   *
      *    THAT IS NOT ON THE HOLIDAY CALENDAR.            *
       01  WS-MONTH-END-FIELDS.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-LATER-DATE REDEFINES WS-DATE-NUM.
               10  WS-LATER-PERIOD     PIC X(6).
               10  FILLER              PIC X(2).
           05  WS-DAY-INT              PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
               88  WS-WEEKDAY              VALUE 1 THRU 5.

       01  WS-DAY-DATE.
           05  WS-DAY-DATE-PERIOD      PIC X(6).
           05  WS-DAY-DATE-DAY         PIC 9(2).

       01  WS-CLOSE-COUNT              PIC 9(4)    COMP VALUE ZERO.
       01  WS-CLOSE-MAX                PIC 9(4)    COMP VALUE 200.

      *    EACH BRANCH ON THE MASTER WITH ITS LATEST PERIOD  *
      *    UP TO THE CLOSE PERIOD.  AN EARLIER PERIOD MEANS  *
      *    THE BRANCH HAD NO POSTINGS THIS MONTH.            *
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-ENTRY OCCURS 200 TIMES
               INDEXED BY CX.
               10  WS-CE-BRANCH-CODE   PIC X(2).
               10  WS-CE-PERIOD        PIC X(6).

       01  WS-DAY-SUB                  PIC 9(4)    COMP VALUE ZERO.
       01  WS-CLEAR-SUB                PIC 9(4)    COMP VALUE ZERO.

      *    PERIOD TOTALS OF THE BRANCH BEING CLOSED, FROM    *
      *    ITS DAILY POSITIONS - OCCURRENCE 1 PAYMENTS,      *
      *    2 REVERSALS, 3 ADJUSTMENTS, 4 BACKOUTS.           *
       01  WS-BRANCH-TOTALS.
           05  WS-PERIOD-TYPE-TOTAL    PIC S9(13)  COMP-3
               OCCURS 4 TIMES.
           05  WS-PERIOD-ITEMS         PIC 9(9)    VALUE ZERO.
           05  WS-SUM-OF-DAYS          PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-BALANCE-DIFFERENCE   PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-ROLL-BALANCE         PIC S9(13)  COMP-3 VALUE ZERO.

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
           05  WS-BRANCH-MASTER-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-MASTER-OPEN      VALUE 'Y'.
               88  WS-BRANCH-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-HOLIDAY-CAL-OPEN     VALUE 'Y'.
               88  WS-HOLIDAY-CAL-NOT-OPEN VALUE 'N'.
           05  WS-MONTH-END-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-MONTH-END-REACHED    VALUE 'Y'.
               88  WS-MONTH-END-NOT-REACHED VALUE 'N'.
           05  WS-BUSINESS-DAY-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-BUSINESS-DAY-LEFT    VALUE 'Y'.
               88  WS-NO-BUSINESS-DAY-LEFT VALUE 'N'.
           05  WS-DORMANT-SWITCH       PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-DORMANT       VALUE 'Y'.
               88  WS-BRANCH-ACTIVE        VALUE 'N'.
           05  WS-FROZEN-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-WAS-FROZEN           VALUE 'Y'.
               88  WS-WAS-OPEN             VALUE 'N'.
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

       01  WS-STM-HEADING-1                PIC X(132)
           VALUE 'BRNCLS - BRANCH POSITION STATEMENT - MONTH-END CLOSE'.

       01  WS-STM-PERIOD-LINE.
           05  FILLER                      PIC X(7) VALUE
               'PERIOD '.
           05  PS-CLOSE-PERIOD             PIC X(6).
           05  FILLER                      PIC X(15) VALUE
               '  PROCESS DATE '.
           05  PS-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(11) VALUE
               '  RUN DATE '.
           05  PS-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(13) VALUE
               '  CLOSED BY '.
           05  PS-CLOSED-BY                PIC X(8).
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-STM-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-STM-BRANCH-LINE.
           05  FILLER                      PIC X(7) VALUE
               'BRANCH '.
           05  PS-BRANCH-CODE              PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-BRANCH-NAME              PIC X(30).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE
               'OPENING BALANCE '.
           05  PS-OPENING-BALANCE          PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  WS-STM-HEADING-2.
           05  FILLER                      PIC X(10) VALUE
               'DATE'.
           05  FILLER                      PIC X(16) VALUE
               'OPENING'.
           05  FILLER                      PIC X(16) VALUE
               'PAYMENTS'.
           05  FILLER                      PIC X(16) VALUE
               'REVERSALS'.
           05  FILLER                      PIC X(16) VALUE
               'ADJUSTMENTS'.
           05  FILLER                      PIC X(16) VALUE
               'BACKOUTS'.
           05  FILLER                      PIC X(16) VALUE
               'CLOSING'.
           05  FILLER                      PIC X(12) VALUE
               'ITEMS'.
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-STM-DAY-LINE.
           05  PS-DAY-DATE                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-OPENING              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-PAYMENTS             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-REVERSALS            PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-ADJUSTMENTS          PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-BACKOUTS             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-CLOSING              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-DAY-ITEMS                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-STM-CHECK-LINE.
           05  PS-CHECK-TEXT               PIC X(40).
           05  PS-CHECK-AMOUNT             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(78) VALUE SPACES.

       01  WS-STM-CLOSED-LINE.
           05  FILLER                      PIC X(29) VALUE
               'PERIOD WAS ALREADY CLOSED ON '.
           05  PS-CLOSED-DATE              PIC X(8).
           05  FILLER                      PIC X(4) VALUE ' BY '.
           05  PS-EARLIER-CLOSED-BY        PIC X(8).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-STM-ROLL-LINE.
           05  PS-ROLL-TEXT                PIC X(36).
           05  PS-NEXT-PERIOD              PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS-ROLL-AMOUNT              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  WS-STM-TOTAL-LINE.
           05  PS-TOTAL-LABEL              PIC X(23).
           05  PS-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2000-COLLECT-BRANCHES
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2500-CLOSE-BRANCHES
               END-IF
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'BRNCLS' TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-STEP-PROCESS-DATE (1:6) TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-CLOSE-MONTH + 1
           END-IF
           PERFORM 1020-CHECK-MONTH-END
           IF WS-RUN-ACTIVE
               PERFORM 1050-OPEN-FILES
           END-IF.

      *    A CLOSE BEFORE THE LAST BUSINESS DAY OF THE MONTH *
      *    WOULD FREEZE THE PERIOD WHILE DAYS ARE STILL TO   *
      *    POST, SO IT IS REFUSED (RC 16) UNLESS THE JOB SETS*
      *    RERUN_OVERRIDE=Y.                                 *
       1020-CHECK-MONTH-END.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-HOLIDAY-CAL-STATUS = '00' OR '05'
               SET WS-HOLIDAY-CAL-OPEN TO TRUE
           END-IF
           IF WS-HOLIDAY-CAL-STATUS NOT = '00'
               DISPLAY 'HOLIDAY-CALENDAR NOT PRESENT - '
                   'NO HOLIDAYS APPLIED - STATUS: '
                   WS-HOLIDAY-CAL-STATUS
           END-IF
           MOVE WS-STEP-PROCESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           SET WS-MONTH-END-NOT-REACHED TO TRUE
           SET WS-NO-BUSINESS-DAY-LEFT TO TRUE
           PERFORM UNTIL WS-MONTH-END-REACHED OR WS-BUSINESS-DAY-LEFT
               PERFORM 1025-CHECK-LATER-DAY
           END-PERFORM
           IF WS-HOLIDAY-CAL-OPEN
               CLOSE HOLIDAY-CALENDAR
           END-IF
           IF WS-BUSINESS-DAY-LEFT
               IF WS-RERUN-AUTHORIZED
                   DISPLAY 'RERUN OVERRIDE - EARLY CLOSE OF PERIOD '
                       WS-CLOSE-PERIOD ' - BUSINESS DAY '
                       WS-LATER-DATE ' STILL TO COME'
               ELSE
                   DISPLAY 'PROCESS DATE ' WS-STEP-PROCESS-DATE
                       ' IS NOT THE LAST BUSINESS DAY OF THE MONTH - '
                       'NEXT BUSINESS DAY ' WS-LATER-DATE
                   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' NOT CLOSED - '
                       'RERUN OVERRIDE REQUIRED FOR AN EARLY CLOSE'
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               END-IF
           END-IF.

       1025-CHECK-LATER-DAY.
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           IF WS-LATER-PERIOD NOT = WS-CLOSE-PERIOD
               SET WS-MONTH-END-REACHED TO TRUE
           ELSE
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT, 7)
               IF WS-WEEKDAY
                   SET WS-BUSINESS-DAY-LEFT TO TRUE
                   IF WS-HOLIDAY-CAL-OPEN
                       MOVE WS-LATER-DATE TO HL-HOLIDAY-DATE
                       READ HOLIDAY-CALENDAR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-NO-BUSINESS-DAY-LEFT TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       1050-OPEN-FILES.
           OPEN I-O BRANCH-POSITION-MASTER
           OPEN OUTPUT POSITION-STATEMENT
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-MASTER-STATUS = '00'
               SET WS-BRANCH-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'BRANCH-MASTER NOT PRESENT - '
                   'BRANCH NAMES UNAVAILABLE - STATUS: '
                   WS-BRANCH-MASTER-STATUS
           END-IF
           IF WS-POSITION-STATUS NOT = '00'
              OR WS-STATEMENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-POSITION-STATUS ' '
                   WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-HEADING-1
               MOVE WS-CLOSE-PERIOD TO PS-CLOSE-PERIOD
               MOVE WS-STEP-PROCESS-DATE TO PS-PROCESS-DATE
               MOVE WS-RUN-DATE TO PS-RUN-DATE
               MOVE WS-OPERATOR-ID TO PS-CLOSED-BY
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-PERIOD-LINE
           END-IF.

      *    BROWSE THE WHOLE MASTER FIRST SO THAT THE RANDOM   *
      *    READS AND WRITES OF THE CLOSE DO NOT DISTURB THE   *
      *    BROWSE POSITION.                                   *
       2000-COLLECT-BRANCHES.
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO BP-POSITION-KEY
           START BRANCH-POSITION-MASTER KEY NOT < BP-POSITION-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF WS-POSITION-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON BRANCH-POSITION-MASTER START - '
                   'STATUS: ' WS-POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 2010-READ-NEXT-POSITION
           END-PERFORM.

       2010-READ-NEXT-POSITION.
           READ BRANCH-POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-BROWSED
                   IF BP-PERIOD NOT > WS-CLOSE-PERIOD
                       PERFORM 2020-NOTE-BRANCH-PERIOD
                   END-IF
           END-READ
           IF WS-POSITION-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING BRANCH-POSITION-MASTER - '
                   'STATUS: ' WS-POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2020-NOTE-BRANCH-PERIOD.
           IF WS-CLOSE-COUNT > 0
              AND WS-CE-BRANCH-CODE (WS-CLOSE-COUNT) = BP-BRANCH-CODE
               MOVE BP-PERIOD TO WS-CE-PERIOD (WS-CLOSE-COUNT)
           ELSE
               IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
                   DISPLAY 'CLOSE TABLE FULL - LIMIT ' WS-CLOSE-MAX
                       ' - BRANCH ' BP-BRANCH-CODE
                   MOVE 16 TO RETURN-CODE
                   SET WS-BROWSE-DONE TO TRUE
                   SET WS-RUN-HALTED TO TRUE
               ELSE
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE BP-BRANCH-CODE TO
                       WS-CE-BRANCH-CODE (WS-CLOSE-COUNT)
                   MOVE BP-PERIOD TO WS-CE-PERIOD (WS-CLOSE-COUNT)
               END-IF
           END-IF.

       2500-CLOSE-BRANCHES.
           IF WS-CLOSE-COUNT > 0
               PERFORM 2510-CLOSE-BRANCH-PERIOD
                   VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-CLOSE-COUNT OR WS-RUN-HALTED
           END-IF.

       2510-CLOSE-BRANCH-PERIOD.
           MOVE WS-CE-BRANCH-CODE (CX) TO BP-BRANCH-CODE
           MOVE WS-CE-PERIOD (CX) TO BP-PERIOD
           READ BRANCH-POSITION-MASTER
               INVALID KEY
                   DISPLAY 'BRANCH-POSITION-MASTER RECORD NOT FOUND - '
                       'KEY: ' BP-POSITION-KEY
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
           END-READ
           IF WS-RUN-ACTIVE
               IF WS-CE-PERIOD (CX) < WS-CLOSE-PERIOD
                   SET WS-BRANCH-DORMANT TO TRUE
                   PERFORM 2520-CARRY-DORMANT-BRANCH
               ELSE
                   SET WS-BRANCH-ACTIVE TO TRUE
               END-IF
               PERFORM 2530-VERIFY-BRANCH-BALANCE
               PERFORM 2540-FREEZE-PERIOD
           END-IF
           IF WS-RUN-ACTIVE
               PERFORM 2550-WRITE-BRANCH-STATEMENT
               PERFORM 2560-ROLL-FORWARD
           END-IF.

      *    A BRANCH WITH NO POSTINGS THIS MONTH STILL GETS A  *
      *    FROZEN PERIOD CARRYING ITS LATEST CLOSING BALANCE, *
      *    SO EVERY BRANCH ROLLS INTO THE NEXT PERIOD.        *
       2520-CARRY-DORMANT-BRANCH.
           ADD 1 TO WS-DORMANT-BRANCHES
           MOVE BP-CLOSING-BALANCE TO WS-ROLL-BALANCE
           MOVE SPACES TO BRANCH-POSITION-RECORD
           MOVE WS-CE-BRANCH-CODE (CX) TO BP-BRANCH-CODE
           MOVE WS-CLOSE-PERIOD TO BP-PERIOD
           SET BP-PERIOD-OPEN TO TRUE
           MOVE WS-ROLL-BALANCE TO BP-OPENING-BALANCE
           MOVE ZERO TO BP-PERIOD-POSTINGS
           MOVE WS-ROLL-BALANCE TO BP-CLOSING-BALANCE
           MOVE ZERO TO BP-DAYS-POSTED
           MOVE WS-RUN-DATE TO BP-CREATED-DATE
           PERFORM 2525-CLEAR-DAY-POSITION
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 31.

       2525-CLEAR-DAY-POSITION.
           SET BP-DAY-NOT-POSTED (WS-CLEAR-SUB) TO TRUE
           MOVE ZERO TO BP-DAY-RECORD-COUNT (WS-CLEAR-SUB)
           MOVE ZERO TO BP-DAY-OPENING (WS-CLEAR-SUB)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 1)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 2)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 3)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 4)
           MOVE ZERO TO BP-DAY-CLOSING (WS-CLEAR-SUB).

      *    THE CLOSING BALANCE MUST EQUAL THE OPENING BALANCE *
      *    PLUS THE SUM OF THE DAILY POSTINGS; A BRANCH THAT  *
      *    DOES NOT IS FLAGGED ON THE STATEMENT.              *
       2530-VERIFY-BRANCH-BALANCE.
           MOVE ZERO TO WS-PERIOD-TYPE-TOTAL (1)
           MOVE ZERO TO WS-PERIOD-TYPE-TOTAL (2)
           MOVE ZERO TO WS-PERIOD-TYPE-TOTAL (3)
           MOVE ZERO TO WS-PERIOD-TYPE-TOTAL (4)
           MOVE ZERO TO WS-PERIOD-ITEMS
           PERFORM 2535-ADD-DAY-POSITION
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           COMPUTE WS-SUM-OF-DAYS = WS-PERIOD-TYPE-TOTAL (1)
               + WS-PERIOD-TYPE-TOTAL (2) + WS-PERIOD-TYPE-TOTAL (3)
               + WS-PERIOD-TYPE-TOTAL (4)
           COMPUTE WS-BALANCE-DIFFERENCE = BP-CLOSING-BALANCE
               - BP-OPENING-BALANCE - WS-SUM-OF-DAYS
           IF WS-BALANCE-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.

       2535-ADD-DAY-POSITION.
           IF BP-DAY-POSTED (WS-DAY-SUB)
               ADD BP-DAY-MOVEMENT (WS-DAY-SUB, 1) TO
                   WS-PERIOD-TYPE-TOTAL (1)
               ADD BP-DAY-MOVEMENT (WS-DAY-SUB, 2) TO
                   WS-PERIOD-TYPE-TOTAL (2)
               ADD BP-DAY-MOVEMENT (WS-DAY-SUB, 3) TO
                   WS-PERIOD-TYPE-TOTAL (3)
               ADD BP-DAY-MOVEMENT (WS-DAY-SUB, 4) TO
                   WS-PERIOD-TYPE-TOTAL (4)
               ADD BP-DAY-RECORD-COUNT (WS-DAY-SUB) TO WS-PERIOD-ITEMS
           END-IF.

       2540-FREEZE-PERIOD.
           IF BP-PERIOD-FROZEN
               SET WS-WAS-FROZEN TO TRUE
               ADD 1 TO WS-ALREADY-CLOSED
           ELSE
               SET WS-WAS-OPEN TO TRUE
               SET BP-PERIOD-FROZEN TO TRUE
               MOVE WS-RUN-DATE TO BP-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO BP-CLOSED-BY
               IF WS-BRANCH-DORMANT
                   WRITE BRANCH-POSITION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING '
                               'BRANCH-POSITION-MASTER - KEY: '
                               BP-POSITION-KEY ' STATUS: '
                               WS-POSITION-STATUS
                           MOVE 16 TO RETURN-CODE
                           SET WS-RUN-HALTED TO TRUE
                   END-WRITE
               ELSE
                   REWRITE BRANCH-POSITION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING '
                               'BRANCH-POSITION-MASTER - KEY: '
                               BP-POSITION-KEY ' STATUS: '
                               WS-POSITION-STATUS
                           MOVE 16 TO RETURN-CODE
                           SET WS-RUN-HALTED TO TRUE
                   END-REWRITE
               END-IF
               IF WS-RUN-ACTIVE
                   ADD 1 TO WS-BRANCHES-CLOSED
               END-IF
           END-IF.

       2550-WRITE-BRANCH-STATEMENT.
           WRITE POSITION-STATEMENT-LINE FROM WS-STM-BLANK-LINE
           MOVE BP-BRANCH-CODE TO PS-BRANCH-CODE
           PERFORM 2552-LOOK-UP-BRANCH-NAME
           MOVE BP-OPENING-BALANCE TO PS-OPENING-BALANCE
           WRITE POSITION-STATEMENT-LINE FROM WS-STM-BRANCH-LINE
           WRITE POSITION-STATEMENT-LINE FROM WS-STM-HEADING-2
           MOVE WS-CLOSE-PERIOD TO WS-DAY-DATE-PERIOD
           PERFORM 2555-WRITE-DAY-LINE
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           MOVE 'PERIOD' TO PS-DAY-DATE
           MOVE BP-OPENING-BALANCE TO PS-DAY-OPENING
           MOVE WS-PERIOD-TYPE-TOTAL (1) TO PS-DAY-PAYMENTS
           MOVE WS-PERIOD-TYPE-TOTAL (2) TO PS-DAY-REVERSALS
           MOVE WS-PERIOD-TYPE-TOTAL (3) TO PS-DAY-ADJUSTMENTS
           MOVE WS-PERIOD-TYPE-TOTAL (4) TO PS-DAY-BACKOUTS
           MOVE BP-CLOSING-BALANCE TO PS-DAY-CLOSING
           MOVE WS-PERIOD-ITEMS TO PS-DAY-ITEMS
           WRITE POSITION-STATEMENT-LINE FROM WS-STM-DAY-LINE
           IF WS-BALANCE-DIFFERENCE = ZERO
               MOVE 'CLOSING = OPENING + DAILY POSTINGS'
                   TO PS-CHECK-TEXT
           ELSE
               MOVE '** OUT OF BALANCE - DIFFERENCE'
                   TO PS-CHECK-TEXT
           END-IF
           MOVE WS-BALANCE-DIFFERENCE TO PS-CHECK-AMOUNT
           WRITE POSITION-STATEMENT-LINE FROM WS-STM-CHECK-LINE
           IF WS-BRANCH-DORMANT
               MOVE 'NO POSTINGS IN PERIOD - CARRIED FROM'
                   TO PS-ROLL-TEXT
               MOVE WS-CE-PERIOD (CX) TO PS-NEXT-PERIOD
               MOVE BP-OPENING-BALANCE TO PS-ROLL-AMOUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-ROLL-LINE
           END-IF
           IF WS-WAS-FROZEN
               MOVE BP-CLOSED-DATE TO PS-CLOSED-DATE
               MOVE BP-CLOSED-BY TO PS-EARLIER-CLOSED-BY
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-CLOSED-LINE
           END-IF
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POSITION-STATEMENT - STATUS: '
                   WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2552-LOOK-UP-BRANCH-NAME.
           IF WS-BRANCH-MASTER-OPEN
               MOVE BP-BRANCH-CODE TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE '*UNKNOWN BRANCH*' TO PS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BM-BRANCH-NAME TO PS-BRANCH-NAME
               END-READ
           ELSE
               MOVE SPACES TO PS-BRANCH-NAME
           END-IF.

       2555-WRITE-DAY-LINE.
           IF BP-DAY-POSTED (WS-DAY-SUB)
               MOVE WS-DAY-SUB TO WS-DAY-DATE-DAY
               MOVE WS-DAY-DATE TO PS-DAY-DATE
               MOVE BP-DAY-OPENING (WS-DAY-SUB) TO PS-DAY-OPENING
               MOVE BP-DAY-MOVEMENT (WS-DAY-SUB, 1) TO PS-DAY-PAYMENTS
               MOVE BP-DAY-MOVEMENT (WS-DAY-SUB, 2) TO
                   PS-DAY-REVERSALS
               MOVE BP-DAY-MOVEMENT (WS-DAY-SUB, 3) TO
                   PS-DAY-ADJUSTMENTS
               MOVE BP-DAY-MOVEMENT (WS-DAY-SUB, 4) TO PS-DAY-BACKOUTS
               MOVE BP-DAY-CLOSING (WS-DAY-SUB) TO PS-DAY-CLOSING
               MOVE BP-DAY-RECORD-COUNT (WS-DAY-SUB) TO PS-DAY-ITEMS
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-DAY-LINE
           END-IF.

      *    THE FROZEN CLOSING BALANCE OPENS THE NEXT PERIOD.  *
      *    IF BRNPOS HAS ALREADY OPENED IT, ITS OPENING MUST  *
      *    AGREE OR THE BRANCH IS FLAGGED.                    *
       2560-ROLL-FORWARD.
           MOVE BP-CLOSING-BALANCE TO WS-ROLL-BALANCE
           MOVE WS-CE-BRANCH-CODE (CX) TO BP-BRANCH-CODE
           MOVE WS-NEXT-PERIOD TO BP-PERIOD
           MOVE WS-NEXT-PERIOD TO PS-NEXT-PERIOD
           READ BRANCH-POSITION-MASTER
               INVALID KEY
                   PERFORM 2570-OPEN-NEXT-PERIOD
               NOT INVALID KEY
                   IF BP-OPENING-BALANCE = WS-ROLL-BALANCE
                       MOVE 'CLOSING ALREADY OPENS PERIOD'
                           TO PS-ROLL-TEXT
                   ELSE
                       ADD 1 TO WS-ROLL-EXCEPTIONS
                       MOVE '** DIFFERENT OPENING BALANCE - PERIOD'
                           TO PS-ROLL-TEXT
                   END-IF
                   MOVE BP-OPENING-BALANCE TO PS-ROLL-AMOUNT
           END-READ
           IF WS-RUN-ACTIVE
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-ROLL-LINE
           END-IF.

       2570-OPEN-NEXT-PERIOD.
           MOVE SPACES TO BRANCH-POSITION-RECORD
           MOVE WS-CE-BRANCH-CODE (CX) TO BP-BRANCH-CODE
           MOVE WS-NEXT-PERIOD TO BP-PERIOD
           SET BP-PERIOD-OPEN TO TRUE
           MOVE WS-ROLL-BALANCE TO BP-OPENING-BALANCE
           MOVE ZERO TO BP-PERIOD-POSTINGS
           MOVE WS-ROLL-BALANCE TO BP-CLOSING-BALANCE
           MOVE ZERO TO BP-DAYS-POSTED
           MOVE WS-RUN-DATE TO BP-CREATED-DATE
           PERFORM 2525-CLEAR-DAY-POSITION
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 31
           WRITE BRANCH-POSITION-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING BRANCH-POSITION-MASTER - '
                       'KEY: ' BP-POSITION-KEY ' STATUS: '
                       WS-POSITION-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PERIODS-ROLLED
                   MOVE 'CLOSING ROLLED TO OPENING OF PERIOD'
                       TO PS-ROLL-TEXT
                   MOVE WS-ROLL-BALANCE TO PS-ROLL-AMOUNT
           END-WRITE.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-BLANK-LINE
               MOVE 'BRANCHES CLOSED:' TO PS-TOTAL-LABEL
               MOVE WS-BRANCHES-CLOSED TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
               MOVE 'NO POSTINGS IN PERIOD:' TO PS-TOTAL-LABEL
               MOVE WS-DORMANT-BRANCHES TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
               MOVE 'ALREADY CLOSED:' TO PS-TOTAL-LABEL
               MOVE WS-ALREADY-CLOSED TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
               MOVE 'OUT OF BALANCE:' TO PS-TOTAL-LABEL
               MOVE WS-OUT-OF-BALANCE TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
               MOVE 'PERIODS ROLLED:' TO PS-TOTAL-LABEL
               MOVE WS-PERIODS-ROLLED TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
               MOVE 'OPENING DIFFERENCES:' TO PS-TOTAL-LABEL
               MOVE WS-ROLL-EXCEPTIONS TO PS-TOTAL-COUNT
               WRITE POSITION-STATEMENT-LINE FROM WS-STM-TOTAL-LINE
           END-IF
           DISPLAY '===== BRNCLS CONTROL TOTALS ====='
           DISPLAY 'PERIOD CLOSED:       ' WS-CLOSE-PERIOD
           DISPLAY 'OPERATOR:            ' WS-OPERATOR-ID
           DISPLAY 'RECORDS BROWSED:     ' WS-RECORDS-BROWSED
           DISPLAY 'BRANCHES CLOSED:     ' WS-BRANCHES-CLOSED
           DISPLAY 'NO POSTINGS:         ' WS-DORMANT-BRANCHES
           DISPLAY 'ALREADY CLOSED:      ' WS-ALREADY-CLOSED
           DISPLAY 'OUT OF BALANCE:      ' WS-OUT-OF-BALANCE
           DISPLAY 'PERIODS ROLLED:      ' WS-PERIODS-ROLLED
           DISPLAY 'OPENING DIFFERENCES: ' WS-ROLL-EXCEPTIONS
           IF WS-OUT-OF-BALANCE > 0 OR WS-ROLL-EXCEPTIONS > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE BRANCH-POSITION-MASTER
               CLOSE POSITION-STATEMENT
           END-IF
           IF WS-BRANCH-MASTER-OPEN
               CLOSE BRANCH-MASTER
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
           MOVE 'BRNPOS' TO WS-PREDECESSOR-STEP
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
