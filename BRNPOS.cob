       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNPOS.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POSTING-OUT ASSIGN TO 'GL-POSTING-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-POSTING-STATUS.
           SELECT OPTIONAL BRANCH-POSITION-MASTER
               ASSIGN TO 'BRANCH-POSITION-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT POSITION-UPDATE-RPT ASSIGN TO 'POSITION-UPDATE-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPDATE-RPT-STATUS.
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
       FD  GL-POSTING-OUT
           RECORDING MODE IS F.
           COPY GLPOST.

       FD  BRANCH-POSITION-MASTER.
           COPY POSMST.

       FD  POSITION-UPDATE-RPT
           RECORDING MODE IS F.
           COPY POSRPT.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GL-POSTING-STATUS    PIC X(2)    VALUE '00'.
           05  WS-POSITION-STATUS      PIC X(2)    VALUE '00'.
           05  WS-UPDATE-RPT-STATUS    PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'BRNPOS'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-POSTINGS-READ        PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-POSTED      PIC 9(9)    VALUE ZERO.
           05  WS-PERIODS-OPENED       PIC 9(9)    VALUE ZERO.
           05  WS-DAYS-REPOSTED        PIC 9(9)    VALUE ZERO.
           05  WS-POSITION-EXCEPTIONS  PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-MOVEMENT       PIC S9(13)  COMP-3 VALUE ZERO.

      *    PERIOD AND DAY OF THE MONTH THE PROCESS DATE     *
      *    POSTS TO.                                        *
       01  WS-PERIOD-FIELDS.
           05  WS-POSTING-PERIOD.
               10  WS-POSTING-YEAR     PIC 9(4).
               10  WS-POSTING-MONTH    PIC 9(2).
           05  WS-POSTING-DAY          PIC 9(2)    VALUE ZERO.

      *    LATEST EARLIER PERIOD OF A BRANCH OPENING A NEW  *
      *    PERIOD.                                          *
       01  WS-LATEST-PERIOD-FIELDS.
           05  WS-LATEST-PERIOD        PIC X(6)    VALUE SPACES.
           05  WS-LATEST-STATUS        PIC X(1)    VALUE SPACE.
               88  WS-LATEST-FROZEN        VALUE 'F'.
           05  WS-LATEST-CLOSING       PIC S9(13)  COMP-3 VALUE ZERO.

       01  WS-POSITION-COUNT           PIC 9(4)    COMP VALUE ZERO.
       01  WS-POSITION-MAX             PIC 9(4)    COMP VALUE 200.

      *    THE DAY'S GL-POSTING-OUT TOTALS BY BRANCH, ALL    *
      *    VALUE DATES AND CURRENCIES TOGETHER.              *
       01  WS-POSITION-TABLE.
           05  WS-POSITION-ENTRY OCCURS 200 TIMES
               INDEXED BY PX.
               10  WS-PE-BRANCH-CODE   PIC X(2).
               10  WS-PE-RECORD-COUNT  PIC 9(9).
               10  WS-PE-TYPE-AMOUNT   PIC S9(13)  COMP-3
                   OCCURS 4 TIMES.

       01  WS-DAY-SUB                  PIC 9(4)    COMP VALUE ZERO.
       01  WS-CLEAR-SUB                PIC 9(4)    COMP VALUE ZERO.
       01  WS-TYPE-SUB                 PIC 9(4)    COMP VALUE ZERO.
       01  WS-TYPE-TOTAL               PIC S9(13)  COMP-3 VALUE ZERO.
       01  WS-DAY-MOVEMENT             PIC S9(13)  COMP-3 VALUE ZERO.
       01  WS-POSITION-NOTE            PIC X(28)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-POSTING-EOF-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-POSTING-END          VALUE 'Y'.
               88  WS-POSTING-NOT-END      VALUE 'N'.
           05  WS-ENTRY-FOUND-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-ENTRY-FOUND          VALUE 'Y'.
               88  WS-ENTRY-NOT-FOUND      VALUE 'N'.
           05  WS-POSITION-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-POSITION-ON-FILE     VALUE 'Y'.
               88  WS-POSITION-NOT-ON-FILE VALUE 'N'.
           05  WS-POST-DAY-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-DAY-CAN-POST         VALUE 'Y'.
               88  WS-DAY-CANNOT-POST      VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-HALT-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RUN-HALTED           VALUE 'Y'.
               88  WS-RUN-ACTIVE           VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
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
           VALUE 'BRNPOS - DAILY BRANCH POSITION UPDATE'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(13) VALUE
               'PROCESS DATE '.
           05  PU-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(9) VALUE
               '  PERIOD '.
           05  PU-PERIOD                   PIC X(6).
           05  FILLER                      PIC X(11) VALUE
               '  RUN DATE '.
           05  PU-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(77) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(8) VALUE
               'BRANCH'.
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
           05  FILLER                      PIC X(28) VALUE
               'NOTE'.

       01  WS-RPT-DETAIL-LINE.
           05  PU-BRANCH-CODE              PIC X(2).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  PU-OPENING                  PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-PAYMENTS                 PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-REVERSALS                PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-ADJUSTMENTS              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-BACKOUTS                 PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-CLOSING                  PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PU-NOTE-TEXT                PIC X(28).

       01  WS-RPT-TOTAL-LINE.
           05  PU-TOTAL-LABEL              PIC X(23).
           05  PU-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  PU-AMOUNT-LABEL             PIC X(23).
           05  PU-TOTAL-AMOUNT             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2000-LOAD-POSTINGS
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2500-POST-POSITIONS
               END-IF
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-STEP-PROCESS-DATE (1:6) TO WS-POSTING-PERIOD
           MOVE WS-STEP-PROCESS-DATE (7:2) TO WS-POSTING-DAY
           MOVE WS-POSTING-DAY TO WS-DAY-SUB
           OPEN INPUT GL-POSTING-OUT
           OPEN I-O BRANCH-POSITION-MASTER
           IF WS-POSITION-STATUS = '05'
               MOVE '00' TO WS-POSITION-STATUS
           END-IF
           OPEN OUTPUT POSITION-UPDATE-RPT
           IF WS-GL-POSTING-STATUS NOT = '00'
              OR WS-POSITION-STATUS NOT = '00'
              OR WS-UPDATE-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-GL-POSTING-STATUS ' '
                   WS-POSITION-STATUS ' '
                   WS-UPDATE-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-HEADING-1
               MOVE WS-STEP-PROCESS-DATE TO PU-PROCESS-DATE
               MOVE WS-POSTING-PERIOD TO PU-PERIOD
               MOVE WS-RUN-DATE TO PU-RUN-DATE
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-RUN-LINE
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-HEADING-2
           END-IF.

       2000-LOAD-POSTINGS.
           PERFORM 2010-READ-POSTING
           PERFORM UNTIL WS-POSTING-END
               PERFORM 2020-STORE-POSTING
           END-PERFORM.

       2010-READ-POSTING.
           READ GL-POSTING-OUT
               AT END
                   SET WS-POSTING-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
           END-READ.

      *    THE TYPE AMOUNTS MUST ADD UP TO THE NET AMOUNT     *
      *    GLACK CONFIRMED, OR THE DAY MOVEMENT WOULD NOT     *
      *    AGREE WITH THE LEDGER.                             *
       2020-STORE-POSTING.
           COMPUTE WS-TYPE-TOTAL = GP-TYPE-NET-AMOUNT (1)
               + GP-TYPE-NET-AMOUNT (2) + GP-TYPE-NET-AMOUNT (3)
               + GP-TYPE-NET-AMOUNT (4)
           IF WS-TYPE-TOTAL NOT = GP-NET-AMOUNT
               DISPLAY 'GL-POSTING-OUT TYPE AMOUNTS DO NOT ADD TO NET'
                   ' - BRANCH ' GP-BRANCH-CODE ' DATE '
                   GP-POSTING-DATE ' CCY ' GP-CURRENCY-CODE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
               SET WS-POSTING-END TO TRUE
           ELSE
               PERFORM 2100-FIND-POSITION-ENTRY
               IF WS-ENTRY-FOUND
                   ADD GP-RECORD-COUNT TO WS-PE-RECORD-COUNT (PX)
                   PERFORM 2030-ADD-TYPE-AMOUNT
                       VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 4
               END-IF
               PERFORM 2010-READ-POSTING
           END-IF.

       2030-ADD-TYPE-AMOUNT.
           ADD GP-TYPE-NET-AMOUNT (WS-TYPE-SUB) TO
               WS-PE-TYPE-AMOUNT (PX, WS-TYPE-SUB).

       2100-FIND-POSITION-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           IF WS-POSITION-COUNT > 0
               SET PX TO 1
               SEARCH WS-POSITION-ENTRY
                   AT END
                       SET WS-ENTRY-NOT-FOUND TO TRUE
                   WHEN PX > WS-POSITION-COUNT
                       SET WS-ENTRY-NOT-FOUND TO TRUE
                   WHEN WS-PE-BRANCH-CODE (PX) = GP-BRANCH-CODE
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-ENTRY-NOT-FOUND
               PERFORM 2110-ADD-POSITION-ENTRY
           END-IF.

       2110-ADD-POSITION-ENTRY.
           IF WS-POSITION-COUNT >= WS-POSITION-MAX
               DISPLAY 'POSITION TABLE FULL - LIMIT ' WS-POSITION-MAX
                   ' - BRANCH ' GP-BRANCH-CODE
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
               SET WS-POSTING-END TO TRUE
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               SET PX TO WS-POSITION-COUNT
               MOVE GP-BRANCH-CODE TO WS-PE-BRANCH-CODE (PX)
               MOVE ZERO TO WS-PE-RECORD-COUNT (PX)
               MOVE ZERO TO WS-PE-TYPE-AMOUNT (PX, 1)
               MOVE ZERO TO WS-PE-TYPE-AMOUNT (PX, 2)
               MOVE ZERO TO WS-PE-TYPE-AMOUNT (PX, 3)
               MOVE ZERO TO WS-PE-TYPE-AMOUNT (PX, 4)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2500-POST-POSITIONS.
           IF WS-POSITION-COUNT > 0
               PERFORM 2510-POST-BRANCH-POSITION
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > WS-POSITION-COUNT OR WS-RUN-HALTED
           END-IF.

       2510-POST-BRANCH-POSITION.
           MOVE SPACES TO WS-POSITION-NOTE
           MOVE WS-PE-BRANCH-CODE (PX) TO BP-BRANCH-CODE
           MOVE WS-POSTING-PERIOD TO BP-PERIOD
           READ BRANCH-POSITION-MASTER
               INVALID KEY
                   SET WS-POSITION-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-POSITION-ON-FILE TO TRUE
           END-READ
           IF WS-POSITION-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING BRANCH-POSITION-MASTER - '
                   'STATUS: ' WS-POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               IF WS-POSITION-NOT-ON-FILE
                   PERFORM 2520-OPEN-NEW-PERIOD
               END-IF
               PERFORM 2540-CHECK-DAY-POSTABLE
               IF WS-DAY-CAN-POST AND WS-RUN-ACTIVE
                   PERFORM 2550-APPLY-DAY-MOVEMENT
                   PERFORM 2560-WRITE-POSITION
               END-IF
               IF WS-RUN-ACTIVE
                   PERFORM 2590-WRITE-UPDATE-LINE
               END-IF
           END-IF.

      *    A BRANCH'S FIRST POSTING IN A PERIOD OPENS IT AT   *
      *    THE CLOSING BALANCE OF ITS LATEST EARLIER PERIOD - *
      *    NORMALLY THE ONE BRNCLS HAS ALREADY ROLLED FORWARD.*
       2520-OPEN-NEW-PERIOD.
           MOVE SPACES TO WS-LATEST-PERIOD
           MOVE SPACE TO WS-LATEST-STATUS
           MOVE ZERO TO WS-LATEST-CLOSING
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE WS-PE-BRANCH-CODE (PX) TO BP-BRANCH-CODE
           MOVE LOW-VALUES TO BP-PERIOD
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
               PERFORM 2525-READ-EARLIER-PERIOD
           END-PERFORM
           IF WS-RUN-ACTIVE
               PERFORM 2530-BUILD-NEW-PERIOD
           END-IF.

       2525-READ-EARLIER-PERIOD.
           READ BRANCH-POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF BP-BRANCH-CODE NOT = WS-PE-BRANCH-CODE (PX)
                      OR BP-PERIOD NOT < WS-POSTING-PERIOD
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       MOVE BP-PERIOD TO WS-LATEST-PERIOD
                       MOVE BP-PERIOD-STATUS TO WS-LATEST-STATUS
                       MOVE BP-CLOSING-BALANCE TO WS-LATEST-CLOSING
                   END-IF
           END-READ
           IF WS-POSITION-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING BRANCH-POSITION-MASTER - '
                   'STATUS: ' WS-POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2530-BUILD-NEW-PERIOD.
           MOVE SPACES TO BRANCH-POSITION-RECORD
           MOVE WS-PE-BRANCH-CODE (PX) TO BP-BRANCH-CODE
           MOVE WS-POSTING-PERIOD TO BP-PERIOD
           SET BP-PERIOD-OPEN TO TRUE
           MOVE WS-LATEST-CLOSING TO BP-OPENING-BALANCE
           MOVE ZERO TO BP-PERIOD-POSTINGS
           MOVE WS-LATEST-CLOSING TO BP-CLOSING-BALANCE
           MOVE ZERO TO BP-DAYS-POSTED
           MOVE WS-RUN-DATE TO BP-CREATED-DATE
           PERFORM 2535-CLEAR-DAY-POSITION
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > 31
           ADD 1 TO WS-PERIODS-OPENED
           IF WS-LATEST-PERIOD NOT = SPACES
              AND NOT WS-LATEST-FROZEN
               MOVE 'NEW PERIOD - PRIOR OPEN' TO WS-POSITION-NOTE
           ELSE
               MOVE 'NEW PERIOD' TO WS-POSITION-NOTE
           END-IF.

       2535-CLEAR-DAY-POSITION.
           SET BP-DAY-NOT-POSTED (WS-CLEAR-SUB) TO TRUE
           MOVE ZERO TO BP-DAY-RECORD-COUNT (WS-CLEAR-SUB)
           MOVE ZERO TO BP-DAY-OPENING (WS-CLEAR-SUB)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 1)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 2)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 3)
           MOVE ZERO TO BP-DAY-MOVEMENT (WS-CLEAR-SUB, 4)
           MOVE ZERO TO BP-DAY-CLOSING (WS-CLEAR-SUB).

      *    A FROZEN PERIOD TAKES NO POSTINGS, AND A DAY CAN   *
      *    ONLY BE POSTED (OR REPOSTED ON A RERUN) WHILE NO   *
      *    LATER DAY OF THE PERIOD HAS BEEN POSTED.           *
       2540-CHECK-DAY-POSTABLE.
           SET WS-DAY-CAN-POST TO TRUE
           IF BP-PERIOD-FROZEN
               MOVE 'PERIOD CLOSED - NOT POSTED' TO WS-POSITION-NOTE
               SET WS-DAY-CANNOT-POST TO TRUE
           ELSE
               IF BP-LAST-POSTED-DATE NOT = SPACES
                  AND BP-LAST-POSTED-DATE > WS-STEP-PROCESS-DATE
                   MOVE 'LATER DAY ALREADY POSTED' TO WS-POSITION-NOTE
                   SET WS-DAY-CANNOT-POST TO TRUE
               END-IF
           END-IF
           IF WS-DAY-CANNOT-POST
               ADD 1 TO WS-POSITION-EXCEPTIONS
           END-IF.

       2550-APPLY-DAY-MOVEMENT.
           IF BP-DAY-POSTED (WS-DAY-SUB)
               PERFORM 2555-REMOVE-EARLIER-POSTING
           END-IF
           MOVE ZERO TO WS-DAY-MOVEMENT
           PERFORM 2557-SET-DAY-MOVEMENT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4
           SET BP-DAY-POSTED (WS-DAY-SUB) TO TRUE
           MOVE WS-PE-RECORD-COUNT (PX) TO
               BP-DAY-RECORD-COUNT (WS-DAY-SUB)
           MOVE BP-CLOSING-BALANCE TO BP-DAY-OPENING (WS-DAY-SUB)
           ADD WS-DAY-MOVEMENT TO BP-CLOSING-BALANCE
           ADD WS-DAY-MOVEMENT TO BP-PERIOD-POSTINGS
           MOVE BP-CLOSING-BALANCE TO BP-DAY-CLOSING (WS-DAY-SUB)
           ADD 1 TO BP-DAYS-POSTED
           MOVE WS-STEP-PROCESS-DATE TO BP-LAST-POSTED-DATE
           ADD WS-DAY-MOVEMENT TO WS-TOTAL-MOVEMENT.

      *    A RERUN FOR THE SAME PROCESS DATE REPLACES THE     *
      *    DAY'S MOVEMENT RATHER THAN ADDING TO IT.           *
       2555-REMOVE-EARLIER-POSTING.
           COMPUTE WS-DAY-MOVEMENT = BP-DAY-CLOSING (WS-DAY-SUB)
               - BP-DAY-OPENING (WS-DAY-SUB)
           SUBTRACT WS-DAY-MOVEMENT FROM BP-CLOSING-BALANCE
           SUBTRACT WS-DAY-MOVEMENT FROM BP-PERIOD-POSTINGS
           SUBTRACT 1 FROM BP-DAYS-POSTED
           ADD 1 TO WS-DAYS-REPOSTED
           MOVE 'DAY REPOSTED' TO WS-POSITION-NOTE.

       2557-SET-DAY-MOVEMENT.
           MOVE WS-PE-TYPE-AMOUNT (PX, WS-TYPE-SUB) TO
               BP-DAY-MOVEMENT (WS-DAY-SUB, WS-TYPE-SUB)
           ADD WS-PE-TYPE-AMOUNT (PX, WS-TYPE-SUB) TO WS-DAY-MOVEMENT.

       2560-WRITE-POSITION.
           IF WS-POSITION-ON-FILE
               REWRITE BRANCH-POSITION-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING BRANCH-POSITION-MASTER'
                           ' - KEY: ' BP-POSITION-KEY ' STATUS: '
                           WS-POSITION-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-RUN-HALTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BRANCHES-POSTED
               END-REWRITE
           ELSE
               WRITE BRANCH-POSITION-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING BRANCH-POSITION-MASTER'
                           ' - KEY: ' BP-POSITION-KEY ' STATUS: '
                           WS-POSITION-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-RUN-HALTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BRANCHES-POSTED
               END-WRITE
           END-IF.

       2590-WRITE-UPDATE-LINE.
           MOVE WS-PE-BRANCH-CODE (PX) TO PU-BRANCH-CODE
           IF WS-DAY-CAN-POST
               MOVE BP-DAY-OPENING (WS-DAY-SUB) TO PU-OPENING
           ELSE
               MOVE BP-CLOSING-BALANCE TO PU-OPENING
           END-IF
           MOVE WS-PE-TYPE-AMOUNT (PX, 1) TO PU-PAYMENTS
           MOVE WS-PE-TYPE-AMOUNT (PX, 2) TO PU-REVERSALS
           MOVE WS-PE-TYPE-AMOUNT (PX, 3) TO PU-ADJUSTMENTS
           MOVE WS-PE-TYPE-AMOUNT (PX, 4) TO PU-BACKOUTS
           MOVE BP-CLOSING-BALANCE TO PU-CLOSING
           MOVE WS-POSITION-NOTE TO PU-NOTE-TEXT
           WRITE POSITION-UPDATE-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-UPDATE-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POSITION-UPDATE-RPT - STATUS: '
                   WS-UPDATE-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE 'GL POSTINGS READ:' TO PU-TOTAL-LABEL
               MOVE WS-POSTINGS-READ TO PU-TOTAL-COUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'BRANCHES POSTED:' TO PU-TOTAL-LABEL
               MOVE WS-BRANCHES-POSTED TO PU-TOTAL-COUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'PERIODS OPENED:' TO PU-TOTAL-LABEL
               MOVE WS-PERIODS-OPENED TO PU-TOTAL-COUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'DAYS REPOSTED:' TO PU-TOTAL-LABEL
               MOVE WS-DAYS-REPOSTED TO PU-TOTAL-COUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NOT POSTED:' TO PU-TOTAL-LABEL
               MOVE WS-POSITION-EXCEPTIONS TO PU-TOTAL-COUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'TOTAL DAY MOVEMENT:' TO PU-AMOUNT-LABEL
               MOVE WS-TOTAL-MOVEMENT TO PU-TOTAL-AMOUNT
               WRITE POSITION-UPDATE-LINE FROM WS-RPT-AMOUNT-LINE
           END-IF
           DISPLAY '===== BRNPOS CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:      ' WS-STEP-PROCESS-DATE
           DISPLAY 'GL POSTINGS READ:  ' WS-POSTINGS-READ
           DISPLAY 'BRANCHES POSTED:   ' WS-BRANCHES-POSTED
           DISPLAY 'PERIODS OPENED:    ' WS-PERIODS-OPENED
           DISPLAY 'DAYS REPOSTED:     ' WS-DAYS-REPOSTED
           DISPLAY 'NOT POSTED:        ' WS-POSITION-EXCEPTIONS
           IF WS-POSITION-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE GL-POSTING-OUT
               CLOSE BRANCH-POSITION-MASTER
               CLOSE POSITION-UPDATE-RPT
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
           MOVE 'GLACK' TO WS-PREDECESSOR-STEP
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
