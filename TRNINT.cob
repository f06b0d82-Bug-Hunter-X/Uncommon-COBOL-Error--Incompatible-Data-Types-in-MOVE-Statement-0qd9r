       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNINT.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-OUT ASSIGN TO 'EXTRACT-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-OUT-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO 'BRANCH-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.
           SELECT INTEREST-POSTING-OUT ASSIGN TO 'INTEREST-POSTING-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT-POSTING-STATUS.
           SELECT BACK-VALUE-INTEREST-RPT
               ASSIGN TO 'BACK-VALUE-INTEREST-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEREST-RPT-STATUS.
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
       FD  EXTRACT-OUT
           RECORDING MODE IS F.
           COPY EXTOUT.

       FD  BRANCH-MASTER.
           COPY BRNMST.

       FD  INTEREST-POSTING-OUT
           RECORDING MODE IS F.
           COPY GLPOST.

       FD  BACK-VALUE-INTEREST-RPT
           RECORDING MODE IS F.
           COPY INTRPT.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-OUT-STATUS   PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-INT-POSTING-STATUS   PIC X(2)    VALUE '00'.
           05  WS-INTEREST-RPT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'TRNINT'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-BACK-VALUED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-ADJUSTED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-NO-RATE-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-BRANCHES-POSTED      PIC 9(9)    VALUE ZERO.
           05  WS-GRAND-ADJUSTMENT     PIC S9(13)  COMP-3 VALUE ZERO.

       01  WS-BASE-CURRENCY            PIC X(3)    VALUE 'USD'.

      *    SIMPLE INTEREST ON THE BASE AMOUNT FOR THE DAYS   *
      *    BETWEEN THE VALUE DATE AND THE PROCESS DATE, AT   *
      *    THE BRANCH'S ANNUAL PERCENT RATE FOR THE TYPE,    *
      *    ON AN ACTUAL/365 DAY BASIS.                       *
       01  WS-INTEREST-FIELDS.
           05  WS-DAY-BASIS            PIC 9(3)    VALUE 365.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-PROCESS-DATE-INT     PIC S9(9)   COMP VALUE ZERO.
           05  WS-VALUE-DATE-INT       PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAYS-BACK-VALUED     PIC S9(5)   COMP VALUE ZERO.
           05  WS-INTEREST-RATE        PIC 9(3)V9(4) VALUE ZERO.
           05  WS-ADJUSTMENT-AMOUNT    PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-ITEM-BRANCH          PIC X(2)    VALUE SPACES.
           05  WS-ITEM-NOTE            PIC X(28)   VALUE SPACES.

      *    BM-BACK-VALUE-RATE OCCURRENCE FOR THE ITEM'S TYPE *
       01  WS-TYPE-SUB                 PIC 9(4)    COMP VALUE ZERO.

       01  WS-BRANCH-COUNT             PIC 9(4)    COMP VALUE ZERO.
       01  WS-BRANCH-MAX               PIC 9(4)    COMP VALUE 200.

      *    ADJUSTMENTS BY POSTING BRANCH FOR THE INTEREST    *
      *    GL RECORDS - OCCURRENCE 1 PAYMENTS, 2 REVERSALS,  *
      *    3 ADJUSTMENTS, 4 UNUSED (BACKOUTS CARRY NO RATE). *
       01  WS-INTEREST-TABLE.
           05  WS-INTEREST-ENTRY OCCURS 200 TIMES
               INDEXED BY IX.
               10  WS-IB-BRANCH-CODE   PIC X(2).
               10  WS-IB-COUNT         PIC 9(9).
               10  WS-IB-NET-AMOUNT    PIC S9(13)  COMP-3.
               10  WS-IB-TYPE-AMOUNT   PIC S9(13)  COMP-3
                   OCCURS 4 TIMES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-END-OF-FILE  VALUE 'N'.
           05  WS-BRANCH-FOUND-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-FOUND         VALUE 'Y'.
               88  WS-BRANCH-NOT-FOUND     VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-RATE-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RATE-FOUND           VALUE 'Y'.
               88  WS-RATE-NOT-FOUND       VALUE 'N'.
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
           VALUE 'TRNINT - BACK-VALUED ITEM INTEREST ADJUSTMENT REPORT'.

       01  WS-RPT-DATE-LINE.
           05  FILLER                      PIC X(16) VALUE
               'PROCESSING DATE '.
           05  BV-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(16) VALUE
               '  BASE CURRENCY '.
           05  BV-BASE-CURRENCY            PIC X(3).
           05  FILLER                      PIC X(15) VALUE
               '  DAY BASIS  '.
           05  BV-DAY-BASIS                PIC ZZ9.
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               'TRANS KEY'.
           05  FILLER                      PIC X(4) VALUE
               'BR'.
           05  FILLER                      PIC X(3) VALUE
               'T'.
           05  FILLER                      PIC X(10) VALUE
               'VALUE DT'.
           05  FILLER                      PIC X(7) VALUE
               'DAYS'.
           05  FILLER                      PIC X(12) VALUE
               'AMOUNT'.
           05  FILLER                      PIC X(10) VALUE
               'RATE PCT'.
           05  FILLER                      PIC X(16) VALUE
               'ADJUSTMENT'.
           05  FILLER                      PIC X(58) VALUE
               'NOTE'.

       01  WS-RPT-DETAIL-LINE.
           05  BV-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-BRANCH-CODE              PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-TRANS-TYPE               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-VALUE-DATE               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-DAYS                     PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-AMOUNT                   PIC -ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-RATE                     PIC ZZ9.9999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-ADJUSTMENT               PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-NOTE                     PIC X(28).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-RPT-BRANCH-HEADING.
           05  FILLER                      PIC X(8) VALUE
               'BRANCH'.
           05  FILLER                      PIC X(11) VALUE
               'ITEMS'.
           05  FILLER                      PIC X(16) VALUE
               'PAYMENTS'.
           05  FILLER                      PIC X(16) VALUE
               'REVERSALS'.
           05  FILLER                      PIC X(16) VALUE
               'ADJUSTMENTS'.
           05  FILLER                      PIC X(65) VALUE
               'TOTAL INTEREST'.

       01  WS-RPT-BRANCH-LINE.
           05  BV-BR-CODE                  PIC X(2).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  BV-BR-COUNT                 PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-BR-PAYMENTS              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-BR-REVERSALS             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-BR-ADJUSTMENTS           PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  BV-BR-NET-AMOUNT            PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-RPT-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  BV-TOTAL-LABEL              PIC X(23).
           05  BV-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  BV-AMOUNT-LABEL             PIC X(23).
           05  BV-TOTAL-AMOUNT             PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-CHECK-BACK-VALUE
               END-PERFORM
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT EXTRACT-OUT
           OPEN INPUT BRANCH-MASTER
           OPEN OUTPUT INTEREST-POSTING-OUT
           OPEN OUTPUT BACK-VALUE-INTEREST-RPT
           IF WS-EXTRACT-OUT-STATUS NOT = '00'
              OR WS-BRANCH-MASTER-STATUS NOT = '00'
              OR WS-INT-POSTING-STATUS NOT = '00'
              OR WS-INTEREST-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-EXTRACT-OUT-STATUS ' '
                   WS-BRANCH-MASTER-STATUS ' '
                   WS-INT-POSTING-STATUS ' '
                   WS-INTEREST-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               MOVE WS-STEP-PROCESS-DATE TO WS-DATE-NUM
               COMPUTE WS-PROCESS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-HEADING-1
               MOVE WS-STEP-PROCESS-DATE TO BV-PROCESS-DATE
               MOVE WS-BASE-CURRENCY TO BV-BASE-CURRENCY
               MOVE WS-DAY-BASIS TO BV-DAY-BASIS
               WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-DATE-LINE
               WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-HEADING-2
               PERFORM 1100-READ-EXTRACT
           END-IF.

       1100-READ-EXTRACT.
           READ EXTRACT-OUT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
           END-READ.

      *    AN ITEM IS BACK-VALUED WHEN IT CARRIES A VALUE    *
      *    DATE EARLIER THAN THE PROCESS DATE.  ITEMS THAT   *
      *    POST ON THE PROCESS DATE ARE PASSED OVER.         *
       2000-CHECK-BACK-VALUE.
           IF EO-EFFECTIVE-DATE NOT = SPACES
              AND EO-EFFECTIVE-DATE < WS-STEP-PROCESS-DATE
               ADD 1 TO WS-BACK-VALUED-COUNT
               PERFORM 2100-CALCULATE-ADJUSTMENT
               PERFORM 8100-WRITE-ITEM-DETAIL
           END-IF
           PERFORM 1100-READ-EXTRACT.

       2100-CALCULATE-ADJUSTMENT.
           MOVE ZERO TO WS-DAYS-BACK-VALUED
           MOVE ZERO TO WS-INTEREST-RATE
           MOVE ZERO TO WS-ADJUSTMENT-AMOUNT
           MOVE SPACES TO WS-ITEM-NOTE
           IF EO-POSTING-BRANCH = SPACES
               MOVE EO-TRANS-KEY (1:2) TO WS-ITEM-BRANCH
           ELSE
               MOVE EO-POSTING-BRANCH TO WS-ITEM-BRANCH
           END-IF
           IF EO-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'VALUE DATE INVALID' TO WS-ITEM-NOTE
           ELSE
               MOVE EO-EFFECTIVE-DATE TO WS-DATE-NUM
               COMPUTE WS-VALUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-DAYS-BACK-VALUED =
                   WS-PROCESS-DATE-INT - WS-VALUE-DATE-INT
               PERFORM 2200-LOOK-UP-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-ADJUSTMENT-AMOUNT ROUNDED =
                       EO-NUMERIC-FIELD * WS-INTEREST-RATE
                       * WS-DAYS-BACK-VALUED
                       / (WS-DAY-BASIS * 100)
                   PERFORM 2300-FIND-BRANCH-ENTRY
                   IF WS-BRANCH-FOUND
                       ADD 1 TO WS-ADJUSTED-COUNT
                       ADD 1 TO WS-IB-COUNT (IX)
                       ADD WS-ADJUSTMENT-AMOUNT TO WS-IB-NET-AMOUNT (IX)
                       ADD WS-ADJUSTMENT-AMOUNT TO
                           WS-IB-TYPE-AMOUNT (IX, WS-TYPE-SUB)
                       ADD WS-ADJUSTMENT-AMOUNT TO WS-GRAND-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

      *    THE RATE IS THE POSTING BRANCH'S RATE FOR THE     *
      *    ITEM'S TRANSACTION TYPE.  A BACKOUT HAS NO TYPE   *
      *    AND SO NO RATE.                                   *
       2200-LOOK-UP-RATE.
           SET WS-RATE-NOT-FOUND TO TRUE
           EVALUATE EO-TRANS-TYPE
               WHEN 'P'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'R'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'A'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE
           IF WS-TYPE-SUB = 4
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 'NO RATE FOR TYPE' TO WS-ITEM-NOTE
           ELSE
               MOVE WS-ITEM-BRANCH TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE 'BRANCH NOT ON MASTER' TO WS-ITEM-NOTE
                   NOT INVALID KEY
                       MOVE BM-BACK-VALUE-RATE (WS-TYPE-SUB)
                           TO WS-INTEREST-RATE
                       IF WS-INTEREST-RATE = ZERO
                           ADD 1 TO WS-NO-RATE-COUNT
                           MOVE 'NO RATE ON BRANCH MASTER'
                               TO WS-ITEM-NOTE
                       ELSE
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       2300-FIND-BRANCH-ENTRY.
           SET WS-BRANCH-NOT-FOUND TO TRUE
           IF WS-BRANCH-COUNT > 0
               SET IX TO 1
               SEARCH WS-INTEREST-ENTRY
                   AT END
                       SET WS-BRANCH-NOT-FOUND TO TRUE
                   WHEN IX > WS-BRANCH-COUNT
                       SET WS-BRANCH-NOT-FOUND TO TRUE
                   WHEN WS-IB-BRANCH-CODE (IX) = WS-ITEM-BRANCH
                       SET WS-BRANCH-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-BRANCH-NOT-FOUND
               PERFORM 2400-ADD-BRANCH-ENTRY
           END-IF.

       2400-ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
               DISPLAY 'BRANCH TABLE FULL - LIMIT ' WS-BRANCH-MAX
                   ' - BRANCH ' WS-ITEM-BRANCH
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-BRANCH-COUNT
               SET IX TO WS-BRANCH-COUNT
               MOVE WS-ITEM-BRANCH TO WS-IB-BRANCH-CODE (IX)
               MOVE ZERO TO WS-IB-COUNT (IX)
               MOVE ZERO TO WS-IB-NET-AMOUNT (IX)
               MOVE ZERO TO WS-IB-TYPE-AMOUNT (IX, 1)
               MOVE ZERO TO WS-IB-TYPE-AMOUNT (IX, 2)
               MOVE ZERO TO WS-IB-TYPE-AMOUNT (IX, 3)
               MOVE ZERO TO WS-IB-TYPE-AMOUNT (IX, 4)
               SET WS-BRANCH-FOUND TO TRUE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               PERFORM 3100-WRITE-GL-AND-TOTALS
           END-IF
           DISPLAY '===== TRNINT CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:      ' WS-STEP-PROCESS-DATE
           DISPLAY 'EXTRACT RECORDS:   ' WS-EXTRACT-COUNT
           DISPLAY 'BACK-VALUED ITEMS: ' WS-BACK-VALUED-COUNT
           DISPLAY 'ITEMS ADJUSTED:    ' WS-ADJUSTED-COUNT
           DISPLAY 'ITEMS WITHOUT RATE:' WS-NO-RATE-COUNT
           DISPLAY 'ITEM EXCEPTIONS:   ' WS-EXCEPTION-COUNT
           DISPLAY 'BRANCHES POSTED:   ' WS-BRANCHES-POSTED
           DISPLAY 'TOTAL ADJUSTMENT:  ' WS-GRAND-ADJUSTMENT
           IF WS-EXCEPTION-COUNT > 0 OR WS-NO-RATE-COUNT > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE EXTRACT-OUT
               CLOSE BRANCH-MASTER
               CLOSE INTEREST-POSTING-OUT
               CLOSE BACK-VALUE-INTEREST-RPT
           END-IF.

       3100-WRITE-GL-AND-TOTALS.
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-BLANK-LINE
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-BRANCH-HEADING
           IF WS-BRANCH-COUNT > 0
               PERFORM 3200-WRITE-BRANCH-INTEREST
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > WS-BRANCH-COUNT
           END-IF
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'EXTRACT RECORDS:' TO BV-TOTAL-LABEL
           MOVE WS-EXTRACT-COUNT TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'BACK-VALUED ITEMS:' TO BV-TOTAL-LABEL
           MOVE WS-BACK-VALUED-COUNT TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ITEMS ADJUSTED:' TO BV-TOTAL-LABEL
           MOVE WS-ADJUSTED-COUNT TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ITEMS WITHOUT RATE:' TO BV-TOTAL-LABEL
           MOVE WS-NO-RATE-COUNT TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ITEM EXCEPTIONS:' TO BV-TOTAL-LABEL
           MOVE WS-EXCEPTION-COUNT TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'GL RECORDS WRITTEN:' TO BV-TOTAL-LABEL
           MOVE WS-BRANCHES-POSTED TO BV-TOTAL-COUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL ADJUSTMENT:' TO BV-AMOUNT-LABEL
           MOVE WS-GRAND-ADJUSTMENT TO BV-TOTAL-AMOUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-AMOUNT-LINE
           IF WS-INTEREST-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BACK-VALUE-INTEREST-RPT - '
                   'STATUS: ' WS-INTEREST-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    ONE INTEREST GL RECORD PER POSTING BRANCH, DATED   *
      *    THE PROCESS DATE AND IN THE BASE CURRENCY, SO THE  *
      *    ADJUSTMENTS POST APART FROM THE PRINCIPAL.         *
       3200-WRITE-BRANCH-INTEREST.
           MOVE WS-IB-BRANCH-CODE (IX) TO BV-BR-CODE
           MOVE WS-IB-COUNT (IX) TO BV-BR-COUNT
           MOVE WS-IB-TYPE-AMOUNT (IX, 1) TO BV-BR-PAYMENTS
           MOVE WS-IB-TYPE-AMOUNT (IX, 2) TO BV-BR-REVERSALS
           MOVE WS-IB-TYPE-AMOUNT (IX, 3) TO BV-BR-ADJUSTMENTS
           MOVE WS-IB-NET-AMOUNT (IX) TO BV-BR-NET-AMOUNT
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-BRANCH-LINE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-IB-BRANCH-CODE (IX) TO GP-BRANCH-CODE
           MOVE WS-STEP-PROCESS-DATE TO GP-POSTING-DATE
           MOVE WS-IB-COUNT (IX) TO GP-RECORD-COUNT
           MOVE WS-IB-NET-AMOUNT (IX) TO GP-NET-AMOUNT
           MOVE WS-BASE-CURRENCY TO GP-CURRENCY-CODE
           MOVE WS-IB-NET-AMOUNT (IX) TO GP-ORIG-AMOUNT
           MOVE WS-IB-TYPE-AMOUNT (IX, 1) TO GP-TYPE-NET-AMOUNT (1)
           MOVE WS-IB-TYPE-AMOUNT (IX, 2) TO GP-TYPE-NET-AMOUNT (2)
           MOVE WS-IB-TYPE-AMOUNT (IX, 3) TO GP-TYPE-NET-AMOUNT (3)
           MOVE WS-IB-TYPE-AMOUNT (IX, 4) TO GP-TYPE-NET-AMOUNT (4)
           SET GP-INTEREST-ENTRY TO TRUE
           WRITE GL-POSTING-RECORD
           IF WS-INT-POSTING-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTEREST-POSTING-OUT - STATUS: '
                   WS-INT-POSTING-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BRANCHES-POSTED
           END-IF.

       8100-WRITE-ITEM-DETAIL.
           MOVE EO-TRANS-KEY TO BV-TRANS-KEY
           MOVE WS-ITEM-BRANCH TO BV-BRANCH-CODE
           MOVE EO-TRANS-TYPE TO BV-TRANS-TYPE
           MOVE EO-EFFECTIVE-DATE TO BV-VALUE-DATE
           MOVE WS-DAYS-BACK-VALUED TO BV-DAYS
           MOVE EO-NUMERIC-FIELD TO BV-AMOUNT
           MOVE WS-INTEREST-RATE TO BV-RATE
           MOVE WS-ADJUSTMENT-AMOUNT TO BV-ADJUSTMENT
           MOVE WS-ITEM-NOTE TO BV-NOTE
           WRITE BACK-VALUE-INTEREST-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-INTEREST-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BACK-VALUE-INTEREST-RPT - '
                   'STATUS: ' WS-INTEREST-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
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
                       IF PC-BASE-CURRENCY NOT = SPACES
                           MOVE PC-BASE-CURRENCY TO WS-BASE-CURRENCY
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
           MOVE 'TRNRECON' TO WS-PREDECESSOR-STEP
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
