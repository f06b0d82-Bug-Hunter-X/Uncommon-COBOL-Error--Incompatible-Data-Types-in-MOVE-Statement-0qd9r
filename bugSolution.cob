               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-MASTER-KEY
               FILE STATUS IS WS-KEY-ARCHIVE-STATUS.
           SELECT OPTIONAL EXCHANGE-RATE ASSIGN TO 'EXCHANGE-RATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT DISPOSITION-OUT ASSIGN TO 'DISPOSITION-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
           SELECT LIMIT-REVIEW-OUT ASSIGN TO 'LIMIT-REVIEW-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REVIEW-STATUS.
           SELECT OPTIONAL RUN-CONTROL-MASTER ASSIGN TO
               'RUN-CONTROL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STEP-KEY
               FILE STATUS IS WS-RUN-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-ARCHIVE.
           COPY TRNARC.

       FD  EXCHANGE-RATE
           RECORDING MODE IS F.
           COPY FXRATE.

       FD  DISPOSITION-OUT
           RECORDING MODE IS F.
           COPY DISPOUT.

       FD  LIMIT-REVIEW-OUT
           RECORDING MODE IS F.
           COPY LMTREV.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-KEY                PIC X(10).
       01  WS-AREA-1                   PIC X(100).
           88  WS-TYPE-REVERSAL        VALUE 'R'.
           88  WS-TYPE-ADJUSTMENT      VALUE 'A'.
           88  WS-TYPE-VALID           VALUE 'P' 'R' 'A' ' '.
       01  WS-CURRENCY-CODE            PIC X(3)    VALUE SPACES.
       01  NUMERIC-FIELD               PIC S9(9)   COMP-3.
       01  NUMERIC-FIELD-2             PIC S9(9)   COMP-3.

           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-SUMM-HISTORY-STATUS  PIC X(2)    VALUE '00'.
           05  WS-KEY-ARCHIVE-STATUS   PIC X(2)    VALUE '00'.
           05  WS-EXCHANGE-RATE-STATUS PIC X(2)    VALUE '00'.
           05  WS-DISPOSITION-STATUS   PIC X(2)    VALUE '00'.
           05  WS-LIMIT-REVIEW-STATUS  PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'TRNCONV'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-PARTITION-STEP.
           05  FILLER                  PIC X(7)    VALUE 'TRNCONV'.
           05  WS-PARTITION-STEP-NUMBER PIC 9(1)   VALUE ZERO.

       01  WS-RUN-IDENTIFICATION.
           05  WS-JOB-ID               PIC X(8)    VALUE SPACES.
           05  WS-RECORDS-SKIPPED      PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-DUPLICATE    PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-MISMATCHED   PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-LIMIT-HELD   PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-REMAPPED     PIC 9(9)    VALUE ZERO.

       01  WS-FEED-CONTROLS.
           05  WS-FEED-DATE            PIC X(8)    VALUE SPACES.
           05  WS-SOURCE-SYSTEM        PIC X(8)    VALUE SPACES.
               88  WS-RESUBMISSION-SOURCE  VALUE 'TRNFIX  '
                                                 'SUSPMGT '
                                                 'LMTMGT  '.
               88  WS-LIMIT-RELEASE-SOURCE VALUE 'LMTMGT  '.
           05  WS-CYCLE-NUMBER         PIC 9(4)    VALUE ZERO.
           05  WS-EXPECTED-FEED-DATE   PIC X(8)    VALUE SPACES.
           05  WS-DETAIL-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-SET-REJECTED         PIC 9(9)    VALUE ZERO.
           05  WS-SET-DUPLICATE        PIC 9(9)    VALUE ZERO.
           05  WS-SET-MISMATCHED       PIC 9(9)    VALUE ZERO.
           05  WS-SET-LIMIT-HELD       PIC 9(9)    VALUE ZERO.

       01  WS-FEED-SET-TABLE.
           05  WS-FEED-SET-ENTRY OCCURS 10 TIMES
               10  WS-FS-REJECTED      PIC 9(9).
               10  WS-FS-DUPLICATE     PIC 9(9).
               10  WS-FS-MISMATCHED    PIC 9(9).
               10  WS-FS-LIMIT-HELD    PIC 9(9).
               10  WS-FS-HASH-TOTAL    PIC S9(13)  COMP-3.

       01  WS-HASH-DISPLAY-1           PIC -9(13).
           05  WS-BRANCH-REASON-TEXT   PIC X(40).
           05  WS-EFFDATE-REASON-CODE  PIC X(4).
           05  WS-EFFDATE-REASON-TEXT  PIC X(40).
           05  WS-CURRENCY-REASON-CODE PIC X(4).
           05  WS-CURRENCY-REASON-TEXT PIC X(40).

       01  WS-POSTING-AMOUNT           PIC S9(9)   COMP-3 VALUE ZERO.

       01  WS-DISPOSITION-FIELDS.
           05  WS-ORIG-SOURCE-SYSTEM   PIC X(8)    VALUE SPACES.
           05  WS-DISP-CODE            PIC X(1)    VALUE SPACE.
           05  WS-DISP-REASON-CODE     PIC X(4)    VALUE SPACES.
           05  WS-DISP-POSTED-AMOUNT   PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-DISPOSITIONS-WRITTEN PIC 9(9)    VALUE ZERO.

       01  WS-CURRENCY-FIELDS.
           05  WS-BASE-CURRENCY        PIC X(3)    VALUE 'USD'.
           05  WS-EXCHANGE-RATE        PIC 9(5)V9(6) VALUE ZERO.
           05  WS-BASE-AMOUNT          PIC S9(9)   COMP-3 VALUE ZERO.
           05  WS-ORIG-POSTING-AMOUNT  PIC S9(9)   COMP-3 VALUE ZERO.
           05  WS-RATES-LOADED         PIC 9(9)    VALUE ZERO.
           05  WS-RATES-INVALID        PIC 9(9)    VALUE ZERO.
           05  WS-CONVERTED-FOREIGN    PIC 9(9)    VALUE ZERO.

       01  WS-RATE-COUNT               PIC 9(4)    COMP VALUE ZERO.
       01  WS-RATE-MAX                 PIC 9(4)    COMP VALUE 500.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
               INDEXED BY RX.
               10  WS-RT-CURRENCY-CODE PIC X(3).
               10  WS-RT-RATE-DATE     PIC X(8).
               10  WS-RT-BASE-RATE     PIC 9(5)V9(6).

      *    BRANCH LIMIT CHECK - USAGE IS THE COUNT AND      *
      *    ABSOLUTE BASE AMOUNT POSTED TODAY BY BRANCH AND   *
      *    TYPE (1 PAYMENT, 2 REVERSAL, 3 ADJUSTMENT).       *
      *    BRANCH THE ITEM POSTS UNDER - THE KEY'S BRANCH,   *
      *    OR ITS SUCCESSOR ONCE A MERGE HAS TAKEN EFFECT.   *
       01  WS-POSTING-BRANCH           PIC X(2)    VALUE SPACES.
       01  WS-SUCCESSOR-HOPS           PIC 9(4)    COMP VALUE ZERO.

       01  WS-LIMIT-FIELDS.
           05  WS-LIMIT-SUB            PIC 9(4)    COMP VALUE ZERO.
           05  WS-LIMIT-AMOUNT         PIC 9(13)   COMP-3 VALUE ZERO.
           05  WS-LIMIT-NEW-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-LIMIT-NEW-AMOUNT     PIC 9(13)   COMP-3 VALUE ZERO.
           05  WS-LIMIT-VALUE          PIC 9(13)   VALUE ZERO.
           05  WS-LIMIT-REASON-CODE    PIC X(4)    VALUE SPACES.
           05  WS-LIMIT-APPROVED       PIC X(1)    VALUE SPACE.
               88  WS-LIMIT-APPROVED-ITEM  VALUE 'Y'.
           05  WS-USAGE-REBUILT        PIC 9(9)    VALUE ZERO.
           05  WS-USAGE-BRANCH-CODE    PIC X(2)    VALUE SPACES.

       01  WS-USAGE-COUNT              PIC 9(4)    COMP VALUE ZERO.
       01  WS-USAGE-MAX                PIC 9(4)    COMP VALUE 1300.

       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY OCCURS 1300 TIMES
               INDEXED BY UX.
               10  WS-BU-BRANCH-CODE   PIC X(2).
               10  WS-BU-TYPE-USAGE OCCURS 3 TIMES.
                   15  WS-BU-COUNT     PIC 9(7).
                   15  WS-BU-AMOUNT    PIC 9(13)   COMP-3.

       01  WS-TYPE-TOTALS.
           05  WS-CONVERTED-PAYMENT    PIC 9(9)    VALUE ZERO.
           05  WS-CONVERTED-REVERSAL   PIC 9(9)    VALUE ZERO.
           05  WS-BRANCH-MASTER-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-MASTER-OPEN      VALUE 'Y'.
               88  WS-BRANCH-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-SUCCESSOR-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-SUCCESSOR-PENDING       VALUE 'Y'.
               88  WS-SUCCESSOR-NOT-PENDING   VALUE 'N'.
           05  WS-BRANCH-REJ-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-REJECT        VALUE 'Y'.
               88  WS-BRANCH-NO-REJECT     VALUE 'N'.
           05  WS-REJECT-ABORT-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-REJECT-ABORT         VALUE 'Y'.
               88  WS-NO-REJECT-ABORT      VALUE 'N'.
           05  WS-CURRENCY-REJ-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-CURRENCY-REJECT      VALUE 'Y'.
               88  WS-CURRENCY-NO-REJECT   VALUE 'N'.
           05  WS-RATE-EOF-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-RATE-END             VALUE 'Y'.
               88  WS-RATE-NOT-END         VALUE 'N'.
           05  WS-DISPOSITION-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-DISPOSITION-OPEN     VALUE 'Y'.
               88  WS-DISPOSITION-NOT-OPEN VALUE 'N'.
           05  WS-FOLLOW-UP-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-FOLLOW-UP-ITEM       VALUE 'Y'.
               88  WS-ORIGINAL-ITEM        VALUE 'N'.
           05  WS-SKIP-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-SKIPPING-TO-RESTART  VALUE 'Y'.
               88  WS-NOT-SKIPPING         VALUE 'N'.
           05  WS-LIMIT-REVIEW-SWITCH  PIC X(1)    VALUE 'N'.
               88  WS-LIMIT-REVIEW-OPEN     VALUE 'Y'.
               88  WS-LIMIT-REVIEW-NOT-OPEN VALUE 'N'.
           05  WS-LIMIT-HOLD-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-LIMIT-HOLD           VALUE 'Y'.
               88  WS-LIMIT-PASS           VALUE 'N'.
           05  WS-USAGE-EOF-SWITCH     PIC X(1)    VALUE 'N'.
               88  WS-USAGE-END            VALUE 'Y'.
               88  WS-USAGE-NOT-END        VALUE 'N'.
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

       01  WS-MISMATCH-MESSAGE.
           05  FILLER                  PIC X(28)
               PERFORM 2000-PROCESS-RECORD
           END-PERFORM
           PERFORM 3000-TERMINATE
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           PERFORM 1010-READ-RUN-CONTROL
           IF WS-FEED-OK
               PERFORM 9000-CHECK-STEP-START
               IF WS-STEP-REFUSED
                   SET WS-FEED-ERROR TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF
           IF WS-FEED-OK
               PERFORM 1070-LOAD-EXCHANGE-RATES
           END-IF
           IF WS-FEED-OK
               PERFORM 1060-OPEN-TRANS-IN
           END-IF.
                   MOVE PC-EFFDATE-WINDOW TO WS-EFFDATE-WINDOW
               END-IF
           END-IF
           IF PC-BASE-CURRENCY NOT = SPACES
               MOVE PC-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF
           IF WS-FEED-OK
               MOVE WS-PROCESS-DATE TO WS-DATE-NUM
               COMPUTE WS-PROCESS-DATE-INT =
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               SET WS-NOT-SKIPPING TO TRUE
               PERFORM 1100-READ-TRANS-IN
           END-IF.

                           MOVE TI-AREA-2 TO WS-AREA-2
                           MOVE TI-TRANS-TYPE TO WS-TRANS-TYPE
                           MOVE TI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                           MOVE TI-CURRENCY-CODE TO WS-CURRENCY-CODE
                           PERFORM 1110-ACCUMULATE-FEED-HASH
                   END-EVALUATE
           END-READ
               MOVE ZERO TO WS-SET-REJECTED
               MOVE ZERO TO WS-SET-DUPLICATE
               MOVE ZERO TO WS-SET-MISMATCHED
               MOVE ZERO TO WS-SET-LIMIT-HELD
           END-IF.

       1130-START-NEXT-FEED-SET.
               SET WS-CHECKPOINT-OPEN TO TRUE
           END-IF
           IF WS-RESTART-RUN
               PERFORM 1080-REBUILD-BRANCH-USAGE
               OPEN EXTEND EXTRACT-OUT
           ELSE
               OPEN OUTPUT EXTRACT-OUT
           IF WS-MISMATCH-RPT-STATUS = '00'
               SET WS-MISMATCH-RPT-OPEN TO TRUE
           END-IF
           IF WS-RESTART-RUN
               OPEN EXTEND DISPOSITION-OUT
           ELSE
               OPEN OUTPUT DISPOSITION-OUT
           END-IF
           IF WS-DISPOSITION-STATUS = '00'
               SET WS-DISPOSITION-OPEN TO TRUE
           END-IF
           IF WS-RESTART-RUN
               OPEN EXTEND LIMIT-REVIEW-OUT
           ELSE
               OPEN OUTPUT LIMIT-REVIEW-OUT
           END-IF
           IF WS-LIMIT-REVIEW-STATUS = '00'
               SET WS-LIMIT-REVIEW-OPEN TO TRUE
           END-IF
           IF WS-REJECT-OUT-STATUS NOT = '00'
              OR WS-CHECKPOINT-STATUS NOT = '00'
              OR WS-EXTRACT-OUT-STATUS NOT = '00'
              OR WS-MISMATCH-RPT-STATUS NOT = '00'
              OR WS-BRANCH-MASTER-STATUS NOT = '00'
              OR WS-KEY-ARCHIVE-STATUS NOT = '00'
              OR WS-DISPOSITION-STATUS NOT = '00'
              OR WS-LIMIT-REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OUTPUT FILES - STATUSES: '
                   WS-REJECT-OUT-STATUS ' '
                   WS-CHECKPOINT-STATUS ' '
                   WS-MISMATCH-OUT-STATUS ' '
                   WS-MISMATCH-RPT-STATUS ' '
                   WS-BRANCH-MASTER-STATUS ' '
                   WS-KEY-ARCHIVE-STATUS ' '
                   WS-DISPOSITION-STATUS ' '
                   WS-LIMIT-REVIEW-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
                   WRITE MISMATCH-RPT-LINE FROM WS-MSM-HEADING-2
               END-IF
               IF WS-RESTART-RUN
                   SET WS-SKIPPING-TO-RESTART TO TRUE
                   PERFORM 1025-SKIP-READ-TRANS-IN
                   PERFORM 1020-SKIP-TO-RESTART-POINT
               ELSE
               END-IF
           END-IF.

       1070-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE
           IF WS-EXCHANGE-RATE-STATUS = '05'
               DISPLAY 'EXCHANGE-RATE NOT PRESENT - '
                   'FOREIGN CURRENCY ITEMS WILL REJECT'
               CLOSE EXCHANGE-RATE
           ELSE
               IF WS-EXCHANGE-RATE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING EXCHANGE-RATE - STATUS: '
                       WS-EXCHANGE-RATE-STATUS
                   SET WS-FEED-ERROR TO TRUE
               ELSE
                   PERFORM 1072-READ-EXCHANGE-RATE
                   PERFORM UNTIL WS-RATE-END OR WS-FEED-ERROR
                       PERFORM 1074-STORE-EXCHANGE-RATE
                   END-PERFORM
                   CLOSE EXCHANGE-RATE
               END-IF
           END-IF
           IF WS-FEED-ERROR
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       1072-READ-EXCHANGE-RATE.
           READ EXCHANGE-RATE
               AT END
                   SET WS-RATE-END TO TRUE
           END-READ.

       1074-STORE-EXCHANGE-RATE.
           IF XR-CURRENCY-CODE = SPACES
              OR XR-RATE-DATE NOT NUMERIC
              OR XR-BASE-RATE NOT NUMERIC
              OR XR-BASE-RATE = ZERO
               DISPLAY 'EXCHANGE RATE RECORD INVALID - IGNORED: '
                   XR-CURRENCY-CODE ' ' XR-RATE-DATE
               ADD 1 TO WS-RATES-INVALID
           ELSE
               IF WS-RATE-COUNT >= WS-RATE-MAX
                   DISPLAY 'EXCHANGE RATE TABLE FULL - LIMIT '
                       WS-RATE-MAX
                   SET WS-FEED-ERROR TO TRUE
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   SET RX TO WS-RATE-COUNT
                   MOVE XR-CURRENCY-CODE TO WS-RT-CURRENCY-CODE (RX)
                   MOVE XR-RATE-DATE TO WS-RT-RATE-DATE (RX)
                   MOVE XR-BASE-RATE TO WS-RT-BASE-RATE (RX)
                   ADD 1 TO WS-RATES-LOADED
               END-IF
           END-IF
           PERFORM 1072-READ-EXCHANGE-RATE.

      *    ON A RESTART THE ITEMS ALREADY POSTED BY THE      *
      *    FAILED RUN ARE ON EXTRACT-OUT - RE-ACCUMULATE     *
      *    THEIR BRANCH USAGE BEFORE THE FILE IS EXTENDED SO *
      *    THE DAILY LIMITS STILL COVER THE WHOLE DAY.       *
       1080-REBUILD-BRANCH-USAGE.
           OPEN INPUT EXTRACT-OUT
           IF WS-EXTRACT-OUT-STATUS = '00'
               SET WS-USAGE-NOT-END TO TRUE
               PERFORM 1082-READ-PRIOR-EXTRACT
               PERFORM UNTIL WS-USAGE-END OR WS-FEED-ERROR
                   PERFORM 1084-ADD-PRIOR-USAGE
                   PERFORM 1082-READ-PRIOR-EXTRACT
               END-PERFORM
               CLOSE EXTRACT-OUT
           ELSE
               DISPLAY 'EXTRACT-OUT NOT READABLE FOR RESTART - '
                   'STATUS: ' WS-EXTRACT-OUT-STATUS
                   ' - DAILY LIMIT USAGE STARTS AT ZERO'
           END-IF.

       1082-READ-PRIOR-EXTRACT.
           READ EXTRACT-OUT
               AT END
                   SET WS-USAGE-END TO TRUE
           END-READ.

       1084-ADD-PRIOR-USAGE.
           IF EO-POSTING-BRANCH = SPACES
               MOVE EO-TRANS-KEY (1:2) TO WS-USAGE-BRANCH-CODE
           ELSE
               MOVE EO-POSTING-BRANCH TO WS-USAGE-BRANCH-CODE
           END-IF
           MOVE EO-TRANS-TYPE TO WS-TRANS-TYPE
           PERFORM 2372-SET-LIMIT-TYPE
           PERFORM 2374-FIND-BRANCH-USAGE
           IF WS-FEED-OK
               IF EO-NUMERIC-FIELD < ZERO
                   COMPUTE WS-LIMIT-AMOUNT = ZERO - EO-NUMERIC-FIELD
               ELSE
                   MOVE EO-NUMERIC-FIELD TO WS-LIMIT-AMOUNT
               END-IF
               ADD 1 TO WS-BU-COUNT (UX, WS-LIMIT-SUB)
               ADD WS-LIMIT-AMOUNT TO WS-BU-AMOUNT (UX, WS-LIMIT-SUB)
               ADD 1 TO WS-USAGE-REBUILT
           END-IF.

       1100-READ-TRANS-IN.
           SET WS-DETAIL-NOT-FOUND TO TRUE
           PERFORM 1105-READ-NEXT-RECORD
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *    THE LIMIT-APPROVED FLAG AND THE ORIGINAL SOURCE   *
      *    SYSTEM ARE SET ONLY BY THE INTERNAL RESUBMISSION  *
      *    AND RELEASE FEEDS - ON AN ORDINARY SOURCE FEED    *
      *    THEY ARE IGNORED.                                 *
       1107-ACCEPT-DETAIL-RECORD.
           IF WS-SET-NOT-IN-PROGRESS
               DISPLAY 'DETAIL RECORD OUTSIDE FEED SET - KEY: '
               MOVE TI-AREA-2 TO WS-AREA-2
               MOVE TI-TRANS-TYPE TO WS-TRANS-TYPE
               MOVE TI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               MOVE TI-CURRENCY-CODE TO WS-CURRENCY-CODE
               IF WS-LIMIT-RELEASE-SOURCE
                   MOVE TI-LIMIT-APPROVED TO WS-LIMIT-APPROVED
               ELSE
                   MOVE SPACE TO WS-LIMIT-APPROVED
               END-IF
               IF WS-RESUBMISSION-SOURCE
                  AND TI-ORIG-SOURCE-SYSTEM NOT = SPACES
                   SET WS-FOLLOW-UP-ITEM TO TRUE
                   MOVE TI-ORIG-SOURCE-SYSTEM TO WS-ORIG-SOURCE-SYSTEM
               ELSE
                   SET WS-ORIGINAL-ITEM TO TRUE
                   MOVE WS-SOURCE-SYSTEM TO WS-ORIG-SOURCE-SYSTEM
               END-IF
               PERFORM 1110-ACCUMULATE-FEED-HASH
           END-IF.

               MOVE WS-SET-REJECTED TO WS-FS-REJECTED (FX)
               MOVE WS-SET-DUPLICATE TO WS-FS-DUPLICATE (FX)
               MOVE WS-SET-MISMATCHED TO WS-FS-MISMATCHED (FX)
               MOVE WS-SET-LIMIT-HELD TO WS-FS-LIMIT-HELD (FX)
               MOVE WS-SET-HASH-TOTAL TO WS-FS-HASH-TOTAL (FX)
               PERFORM 1170-WRITE-FEED-CONTROL
           END-IF.

      *    RESUBMISSION AND RELEASE FEEDS CARRY NO FEED SET  *
      *    OF THEIR OWN - EACH ITEM IS ACKNOWLEDGED AS A     *
      *    FOLLOW-UP UNDER ITS ORIGINAL SOURCE, SO NO CONTROL*
      *    RECORD IS WRITTEN FOR THE INTERNAL HEADER SOURCE. *
       1170-WRITE-FEED-CONTROL.
           IF WS-DISPOSITION-OPEN AND WS-NOT-SKIPPING
              AND NOT WS-RESUBMISSION-SOURCE
               MOVE SPACES TO DISPOSITION-RECORD
               MOVE WS-SOURCE-SYSTEM TO DP-SOURCE-SYSTEM
               MOVE WS-FEED-DATE TO DP-FEED-DATE
               MOVE WS-CYCLE-NUMBER TO DP-CYCLE-NUMBER
               MOVE 'C' TO DP-RECORD-TYPE
               MOVE WS-TRL-RECORD-COUNT TO DP-TRL-RECORD-COUNT
               MOVE WS-TRL-HASH-TOTAL TO DP-TRL-HASH-TOTAL
               MOVE WS-PROCESS-DATE TO DP-PROCESS-DATE
               MOVE 'TRNCONV' TO DP-REPORTED-BY
               WRITE DISPOSITION-RECORD
               IF WS-DISPOSITION-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING DISPOSITION-OUT - STATUS: '
                       WS-DISPOSITION-STATUS
                   SET WS-FEED-ERROR TO TRUE
               END-IF
           END-IF.

       2000-PROCESS-RECORD.
           MOVE SPACES TO WS-DISP-REASON-CODE
           MOVE ZERO TO WS-DISP-POSTED-AMOUNT
           PERFORM 2050-VALIDATE-TRANS-TYPE
           PERFORM 2040-VALIDATE-BRANCH
           PERFORM 2045-VALIDATE-EFFECTIVE-DATE
           PERFORM 2100-VALIDATE-NUMERIC
           PERFORM 2200-VALIDATE-NUMERIC-2
           PERFORM 2047-VALIDATE-CURRENCY
           IF WS-TYPE-NO-REJECT
              AND WS-AREA1-NO-REJECT AND WS-AREA2-NO-REJECT
               PERFORM 2060-VALIDATE-ADJUSTMENT
           END-IF
           IF WS-TYPE-REJECT OR WS-BRANCH-REJECT
              OR WS-EFFDATE-REJECT OR WS-CURRENCY-REJECT
              OR WS-AREA1-REJECT OR WS-AREA2-REJECT
               ADD 1 TO WS-RECORDS-REJECTED
               ADD 1 TO WS-SET-REJECTED
               PERFORM 2070-COUNT-REJECT-BY-TYPE
               PERFORM 2900-REJECT-RECORD
               PERFORM 2910-SET-REJECT-DISPOSITION
               PERFORM 2080-CHECK-REJECT-THRESHOLD
           ELSE
               PERFORM 2250-CHECK-DUPLICATE-KEY
                   ADD 1 TO WS-RECORDS-DUPLICATE
                   ADD 1 TO WS-SET-DUPLICATE
                   PERFORM 2950-WRITE-DUPLICATE-SUSPENSE
                   MOVE 'D' TO WS-DISP-CODE
                   MOVE 'DUPK' TO WS-DISP-REASON-CODE
               ELSE
                   PERFORM 2300-CROSS-CHECK-FIELDS
                   IF WS-MISMATCH-HOLD
                       ADD 1 TO WS-RECORDS-MISMATCHED
                       ADD 1 TO WS-SET-MISMATCHED
                       PERFORM 2700-WRITE-MISMATCH-SUSPENSE
                       MOVE 'M' TO WS-DISP-CODE
                       MOVE 'MSMT' TO WS-DISP-REASON-CODE
                   ELSE
                       PERFORM 2330-VALIDATE-REVERSAL
                       IF WS-REVERSAL-REJECT
                           ADD 1 TO WS-SET-REJECTED
                           ADD 1 TO WS-REJECTED-REVERSAL
                           PERFORM 2930-REJECT-REVERSAL
                           MOVE 'R' TO WS-DISP-CODE
                           MOVE WS-REVERSAL-REASON-CODE
                               TO WS-DISP-REASON-CODE
                           PERFORM 2080-CHECK-REJECT-THRESHOLD
                       ELSE
                           PERFORM 2370-CHECK-BRANCH-LIMITS
                       END-IF
                       IF WS-REVERSAL-NO-REJECT AND WS-LIMIT-HOLD
                           ADD 1 TO WS-RECORDS-LIMIT-HELD
                           ADD 1 TO WS-SET-LIMIT-HELD
                           PERFORM 2380-WRITE-LIMIT-REVIEW
                           MOVE 'H' TO WS-DISP-CODE
                           MOVE WS-LIMIT-REASON-CODE
                               TO WS-DISP-REASON-CODE
                       END-IF
                       IF WS-REVERSAL-NO-REJECT AND WS-LIMIT-PASS
                           ADD 1 TO WS-RECORDS-CONVERTED
                           IF WS-POSTING-BRANCH NOT = WS-TRANS-KEY (1:2)
                               ADD 1 TO WS-RECORDS-REMAPPED
                           END-IF
                           ADD 1 TO WS-SET-CONVERTED
                           DISPLAY NUMERIC-FIELD
                           DISPLAY NUMERIC-FIELD-2
                           PERFORM 2400-WRITE-EXTRACT
                           PERFORM 2500-WRITE-AUDIT-LOG
                           PERFORM 2600-RECORD-CONVERTED-KEY
                           MOVE 'C' TO WS-DISP-CODE
                           MOVE WS-POSTING-AMOUNT
                               TO WS-DISP-POSTED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2960-WRITE-DISPOSITION
           PERFORM 2800-WRITE-CHECKPOINT
           PERFORM 1100-READ-TRANS-IN.

       2040-VALIDATE-BRANCH.
           SET WS-BRANCH-NO-REJECT TO TRUE
           MOVE WS-TRANS-KEY (1:2) TO WS-POSTING-BRANCH
           IF WS-BRANCH-MASTER-OPEN
               MOVE WS-TRANS-KEY (1:2) TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                           TO WS-BRANCH-REASON-TEXT
                   NOT INVALID KEY
                       IF NOT BM-BRANCH-OPEN
                           PERFORM 2042-CHECK-CLOSED-BRANCH
                       END-IF
               END-READ
           END-IF.

      *    A CLOSED BRANCH THAT HAS BEEN MERGED POSTS UNDER  *
      *    ITS SUCCESSOR FROM THE TRANSFER DATE, FOLLOWING   *
      *    ANY LATER MERGE OF THE SUCCESSOR ITSELF ONCE THAT *
      *    MERGE'S OWN TRANSFER DATE IS REACHED.  BEFORE ITS *
      *    TRANSFER DATE A MERGED BRANCH STILL POSTS UNDER   *
      *    ITSELF - ITS OWN ITEMS AND ANY IT HAS INHERITED.  *
      *    THE RECORD OF THE BRANCH POSTED TO IS LEFT IN     *
      *    BRANCH-MASTER SO ITS POSTING LIMITS APPLY.        *
       2042-CHECK-CLOSED-BRANCH.
           EVALUATE TRUE
               WHEN BM-NO-SUCCESSOR
                   SET WS-BRANCH-REJECT TO TRUE
                   MOVE 'BRCL' TO WS-BRANCH-REASON-CODE
                   MOVE 'TRANSACTION KEY BRANCH IS CLOSED'
                       TO WS-BRANCH-REASON-TEXT
               WHEN WS-PROCESS-DATE < BM-TRANSFER-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2043-FOLLOW-SUCCESSORS
           END-EVALUATE.

       2043-FOLLOW-SUCCESSORS.
           MOVE ZERO TO WS-SUCCESSOR-HOPS
           SET WS-SUCCESSOR-NOT-PENDING TO TRUE
           PERFORM UNTIL BM-BRANCH-OPEN OR WS-BRANCH-REJECT
                   OR WS-SUCCESSOR-PENDING
               PERFORM 2044-READ-SUCCESSOR-BRANCH
           END-PERFORM
           IF WS-BRANCH-NO-REJECT
               MOVE BM-BRANCH-CODE TO WS-POSTING-BRANCH
           END-IF.

       2044-READ-SUCCESSOR-BRANCH.
           ADD 1 TO WS-SUCCESSOR-HOPS
           IF BM-NO-SUCCESSOR OR WS-SUCCESSOR-HOPS > 9
               SET WS-BRANCH-REJECT TO TRUE
               MOVE 'BRSC' TO WS-BRANCH-REASON-CODE
               MOVE 'SUCCESSOR BRANCH IS NOT OPEN'
                   TO WS-BRANCH-REASON-TEXT
           ELSE
               MOVE BM-SUCCESSOR-BRANCH TO BM-BRANCH-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                       SET WS-BRANCH-REJECT TO TRUE
                       MOVE 'BRSF' TO WS-BRANCH-REASON-CODE
                       MOVE 'SUCCESSOR BRANCH NOT ON MASTER'
                           TO WS-BRANCH-REASON-TEXT
                   NOT INVALID KEY
                       IF NOT BM-BRANCH-OPEN AND NOT BM-NO-SUCCESSOR
                          AND WS-PROCESS-DATE < BM-TRANSFER-DATE
                           SET WS-SUCCESSOR-PENDING TO TRUE
                       END-IF
               END-READ
           END-IF.
               END-IF
           END-IF.

       2047-VALIDATE-CURRENCY.
           SET WS-CURRENCY-NO-REJECT TO TRUE
           MOVE 1 TO WS-EXCHANGE-RATE
           MOVE ZERO TO WS-BASE-AMOUNT
           IF WS-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           END-IF
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
              AND WS-EFFDATE-NO-REJECT
               PERFORM 2048-FIND-EXCHANGE-RATE
           END-IF
           IF WS-CURRENCY-NO-REJECT AND WS-AREA1-NO-REJECT
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   NUMERIC-FIELD * WS-EXCHANGE-RATE
                   ON SIZE ERROR
                       SET WS-CURRENCY-REJECT TO TRUE
                       MOVE 'CURS' TO WS-CURRENCY-REASON-CODE
                       MOVE 'BASE CURRENCY AMOUNT EXCEEDS CAPACITY'
                           TO WS-CURRENCY-REASON-TEXT
               END-COMPUTE
           END-IF.

       2048-FIND-EXCHANGE-RATE.
           SET WS-CURRENCY-REJECT TO TRUE
           MOVE 'CURU' TO WS-CURRENCY-REASON-CODE
           MOVE 'CURRENCY CODE NOT ON EXCHANGE RATE FILE'
               TO WS-CURRENCY-REASON-TEXT
           IF WS-RATE-COUNT > 0
               SET RX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RX > WS-RATE-COUNT
                       CONTINUE
                   WHEN WS-RT-CURRENCY-CODE (RX) = WS-CURRENCY-CODE
                      AND WS-RT-RATE-DATE (RX) = WS-EFFECTIVE-DATE
                       SET WS-CURRENCY-NO-REJECT TO TRUE
                       MOVE WS-RT-BASE-RATE (RX) TO WS-EXCHANGE-RATE
               END-SEARCH
           END-IF
           IF WS-CURRENCY-REJECT AND WS-RATE-COUNT > 0
               SET RX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RX > WS-RATE-COUNT
                       CONTINUE
                   WHEN WS-RT-CURRENCY-CODE (RX) = WS-CURRENCY-CODE
                       MOVE 'CURR' TO WS-CURRENCY-REASON-CODE
                       MOVE 'NO EXCHANGE RATE FOR THE VALUE DATE'
                           TO WS-CURRENCY-REASON-TEXT
               END-SEARCH
           END-IF.

       2050-VALIDATE-TRANS-TYPE.
           SET WS-TYPE-NO-REJECT TO TRUE
           IF NOT WS-TYPE-VALID
                       MOVE 'NO CONVERTED PAYMENT FOR REVERSAL'
                           TO WS-REVERSAL-REASON-TEXT
                   NOT INVALID KEY
                       PERFORM 2335-MATCH-REVERSAL-AMOUNT
               END-READ
           END-IF.

      *    A FOREIGN CURRENCY REVERSAL IS MATCHED IN THE     *
      *    CURRENCY OF THE PAYMENT - ITS BASE AMOUNT WAS     *
      *    CONVERTED AT THE RATE FOR ITS OWN VALUE DATE.  A  *
      *    PAYMENT KEY RECORDED WITHOUT ITS ORIGINAL CURRENCY*
      *    IS STILL MATCHED ON THE BASE AMOUNT.              *
       2335-MATCH-REVERSAL-AMOUNT.
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
              AND TK-ORIG-CURRENCY NOT = SPACES
               IF TK-ORIG-CURRENCY NOT = WS-CURRENCY-CODE
                  OR TK-ORIG-AMOUNT NOT = NUMERIC-FIELD
                   SET WS-REVERSAL-REJECT TO TRUE
               END-IF
           ELSE
               IF TK-POSTED-AMOUNT NOT = WS-BASE-AMOUNT
                   SET WS-REVERSAL-REJECT TO TRUE
               END-IF
           END-IF
           IF WS-REVERSAL-REJECT
               MOVE 'RVAM' TO WS-REVERSAL-REASON-CODE
               MOVE 'REVERSAL AMOUNT DOES NOT MATCH PAYMENT'
                   TO WS-REVERSAL-REASON-TEXT
           END-IF.

       2350-SET-POSTING-AMOUNT.
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               ADD 1 TO WS-CONVERTED-FOREIGN
           END-IF
           IF WS-TYPE-REVERSAL
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-BASE-AMOUNT
               COMPUTE WS-ORIG-POSTING-AMOUNT = ZERO - NUMERIC-FIELD
               ADD 1 TO WS-CONVERTED-REVERSAL
               ADD WS-POSTING-AMOUNT TO WS-AMOUNT-REVERSAL
           ELSE
               MOVE WS-BASE-AMOUNT TO WS-POSTING-AMOUNT
               MOVE NUMERIC-FIELD TO WS-ORIG-POSTING-AMOUNT
               IF WS-TYPE-ADJUSTMENT
                   ADD 1 TO WS-CONVERTED-ADJUSTMNT
                   ADD WS-POSTING-AMOUNT TO WS-AMOUNT-ADJUSTMNT
               END-IF
           END-IF.

      *    AN ITEM OVER THE SINGLE-ITEM LIMIT, OR THAT WOULD *
      *    TAKE THE BRANCH OVER ITS DAILY COUNT OR AMOUNT    *
      *    LIMIT FOR THE TYPE, IS HELD FOR COMPLIANCE REVIEW.*
      *    AN ITEM RELEASED BY LMTMGT AFTER APPROVAL IS NOT  *
      *    CHECKED AGAIN BUT STILL COUNTS TOWARD USAGE.      *
       2370-CHECK-BRANCH-LIMITS.
           SET WS-LIMIT-PASS TO TRUE
           MOVE SPACES TO WS-LIMIT-REASON-CODE
           MOVE ZERO TO WS-LIMIT-VALUE
           IF WS-BRANCH-MASTER-OPEN
               MOVE BM-BRANCH-CODE TO WS-USAGE-BRANCH-CODE
               PERFORM 2372-SET-LIMIT-TYPE
               PERFORM 2374-FIND-BRANCH-USAGE
           END-IF
           IF WS-BRANCH-MASTER-OPEN AND WS-FEED-OK
               IF WS-BASE-AMOUNT < ZERO
                   COMPUTE WS-LIMIT-AMOUNT = ZERO - WS-BASE-AMOUNT
               ELSE
                   MOVE WS-BASE-AMOUNT TO WS-LIMIT-AMOUNT
               END-IF
               COMPUTE WS-LIMIT-NEW-COUNT =
                   WS-BU-COUNT (UX, WS-LIMIT-SUB) + 1
               COMPUTE WS-LIMIT-NEW-AMOUNT =
                   WS-BU-AMOUNT (UX, WS-LIMIT-SUB) + WS-LIMIT-AMOUNT
               IF NOT WS-LIMIT-APPROVED-ITEM
                   PERFORM 2376-TEST-BRANCH-LIMITS
               END-IF
               IF WS-LIMIT-PASS
                   MOVE WS-LIMIT-NEW-COUNT
                       TO WS-BU-COUNT (UX, WS-LIMIT-SUB)
                   MOVE WS-LIMIT-NEW-AMOUNT
                       TO WS-BU-AMOUNT (UX, WS-LIMIT-SUB)
               END-IF
           END-IF.

       2372-SET-LIMIT-TYPE.
           EVALUATE TRUE
               WHEN WS-TYPE-REVERSAL
                   MOVE 2 TO WS-LIMIT-SUB
               WHEN WS-TYPE-ADJUSTMENT
                   MOVE 3 TO WS-LIMIT-SUB
               WHEN OTHER
                   MOVE 1 TO WS-LIMIT-SUB
           END-EVALUATE.

       2374-FIND-BRANCH-USAGE.
           SET UX TO 1
           SEARCH WS-USAGE-ENTRY
               AT END
                   PERFORM 2378-ADD-BRANCH-USAGE
               WHEN UX > WS-USAGE-COUNT
                   PERFORM 2378-ADD-BRANCH-USAGE
               WHEN WS-BU-BRANCH-CODE (UX) = WS-USAGE-BRANCH-CODE
                   CONTINUE
           END-SEARCH.

       2376-TEST-BRANCH-LIMITS.
           EVALUATE TRUE
               WHEN BM-SINGLE-ITEM-LIMIT (WS-LIMIT-SUB) > ZERO
                AND WS-LIMIT-AMOUNT >
                    BM-SINGLE-ITEM-LIMIT (WS-LIMIT-SUB)
                   SET WS-LIMIT-HOLD TO TRUE
                   MOVE 'LMTS' TO WS-LIMIT-REASON-CODE
                   MOVE BM-SINGLE-ITEM-LIMIT (WS-LIMIT-SUB)
                       TO WS-LIMIT-VALUE
               WHEN BM-DAILY-COUNT-LIMIT (WS-LIMIT-SUB) > ZERO
                AND WS-LIMIT-NEW-COUNT >
                    BM-DAILY-COUNT-LIMIT (WS-LIMIT-SUB)
                   SET WS-LIMIT-HOLD TO TRUE
                   MOVE 'LMTC' TO WS-LIMIT-REASON-CODE
                   MOVE BM-DAILY-COUNT-LIMIT (WS-LIMIT-SUB)
                       TO WS-LIMIT-VALUE
               WHEN BM-DAILY-AMOUNT-LIMIT (WS-LIMIT-SUB) > ZERO
                AND WS-LIMIT-NEW-AMOUNT >
                    BM-DAILY-AMOUNT-LIMIT (WS-LIMIT-SUB)
                   SET WS-LIMIT-HOLD TO TRUE
                   MOVE 'LMTA' TO WS-LIMIT-REASON-CODE
                   MOVE BM-DAILY-AMOUNT-LIMIT (WS-LIMIT-SUB)
                       TO WS-LIMIT-VALUE
           END-EVALUATE.

       2378-ADD-BRANCH-USAGE.
           IF WS-USAGE-COUNT >= WS-USAGE-MAX
               DISPLAY 'BRANCH USAGE TABLE FULL - LIMIT '
                   WS-USAGE-MAX
               SET WS-FEED-ERROR TO TRUE
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-USAGE-COUNT
               SET UX TO WS-USAGE-COUNT
               MOVE WS-USAGE-BRANCH-CODE TO WS-BU-BRANCH-CODE (UX)
               MOVE ZERO TO WS-BU-COUNT (UX, 1)
               MOVE ZERO TO WS-BU-COUNT (UX, 2)
               MOVE ZERO TO WS-BU-COUNT (UX, 3)
               MOVE ZERO TO WS-BU-AMOUNT (UX, 1)
               MOVE ZERO TO WS-BU-AMOUNT (UX, 2)
               MOVE ZERO TO WS-BU-AMOUNT (UX, 3)
           END-IF.

       2380-WRITE-LIMIT-REVIEW.
           DISPLAY 'HELD FOR LIMIT REVIEW: ' WS-TRANS-KEY
               ' REASON: ' WS-LIMIT-REASON-CODE
           MOVE SPACES TO LIMIT-REVIEW-RECORD
           MOVE WS-TRANS-KEY TO LR-TRANS-KEY
           PERFORM 2260-SET-MASTER-KEY-TYPE
           MOVE TK-TRANS-TYPE TO LR-TRANS-TYPE
           MOVE WS-EFFECTIVE-DATE TO LR-EFFECTIVE-DATE
           MOVE WS-CURRENCY-CODE TO LR-CURRENCY-CODE
           MOVE WS-AREA-1 TO LR-AREA-1
           MOVE WS-AREA-2 TO LR-AREA-2
           MOVE WS-LIMIT-AMOUNT TO LR-BASE-AMOUNT
           MOVE WS-LIMIT-REASON-CODE TO LR-LIMIT-REASON
           MOVE WS-LIMIT-VALUE TO LR-LIMIT-VALUE
           MOVE WS-LIMIT-NEW-COUNT TO LR-DAY-COUNT
           MOVE WS-LIMIT-NEW-AMOUNT TO LR-DAY-AMOUNT
           MOVE WS-ORIG-SOURCE-SYSTEM TO LR-SOURCE-SYSTEM
           MOVE WS-PROCESS-DATE TO LR-PROCESS-DATE
           MOVE WS-RUN-DATE TO LR-RUN-DATE
           WRITE LIMIT-REVIEW-RECORD
           IF WS-LIMIT-REVIEW-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-REVIEW-OUT - STATUS: '
                   WS-LIMIT-REVIEW-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2400-WRITE-EXTRACT.
           MOVE WS-TRANS-KEY TO EO-TRANS-KEY
           MOVE WS-POSTING-AMOUNT TO EO-NUMERIC-FIELD
           MOVE WS-EFFECTIVE-DATE TO EO-EFFECTIVE-DATE
           MOVE WS-CURRENCY-CODE TO EO-CURRENCY-CODE
           MOVE WS-ORIG-POSTING-AMOUNT TO EO-ORIG-AMOUNT
           PERFORM 2260-SET-MASTER-KEY-TYPE
           MOVE TK-TRANS-TYPE TO EO-TRANS-TYPE
           MOVE WS-POSTING-BRANCH TO EO-POSTING-BRANCH
           WRITE EXTRACT-OUT-RECORD
           IF WS-EXTRACT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXTRACT-OUT - STATUS: '
           MOVE WS-TRANS-KEY TO AL-TRANS-KEY
           MOVE WS-AREA-1 TO AL-BEFORE-VALUE
           MOVE WS-POSTING-AMOUNT TO AL-AFTER-VALUE
           MOVE WS-CURRENCY-CODE TO AL-CURRENCY-CODE
           MOVE WS-ORIG-POSTING-AMOUNT TO AL-ORIG-AMOUNT
           MOVE WS-EXCHANGE-RATE TO AL-EXCHANGE-RATE
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-LOG - STATUS: '
               MOVE WS-RUN-TIME TO TK-CONVERTED-TIME
               MOVE WS-JOB-ID TO TK-JOB-ID
               MOVE WS-POSTING-AMOUNT TO TK-POSTED-AMOUNT
               MOVE WS-CURRENCY-CODE TO TK-ORIG-CURRENCY
               MOVE WS-ORIG-POSTING-AMOUNT TO TK-ORIG-AMOUNT
               WRITE TRANS-KEY-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING TRANS-KEY-MASTER - KEY: '
               MOVE WS-TYPE-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
               MOVE WS-BRANCH-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
               MOVE WS-EFFDATE-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
               END-IF
               ADD 1 TO WS-REJECT-LINES-COUNT
           END-IF
           IF WS-CURRENCY-REJECT
               DISPLAY 'REJECTED - CURRENCY: ' WS-CURRENCY-REASON-TEXT
                   ' - ' WS-CURRENCY-CODE
               MOVE WS-TRANS-KEY TO RO-TRANS-KEY
               MOVE WS-CURRENCY-CODE TO RO-SOURCE-FIELD
               MOVE WS-CURRENCY-REASON-CODE TO RO-REASON-CODE
               MOVE WS-CURRENCY-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
                       WS-REJECT-OUT-STATUS
                   SET WS-END-OF-FILE TO TRUE
               END-IF
               MOVE WS-TRANS-KEY TO RD-TRANS-KEY
               MOVE WS-CURRENCY-CODE TO RD-SOURCE-FIELD
               MOVE WS-CURRENCY-REASON-CODE TO RD-REASON-CODE
               MOVE WS-CURRENCY-REASON-TEXT TO RD-REASON-TEXT
               WRITE REJECT-RPT-LINE FROM WS-RPT-DETAIL-LINE
               IF WS-REJECT-RPT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-RPT - STATUS: '
                       WS-REJECT-RPT-STATUS
                   SET WS-END-OF-FILE TO TRUE
               END-IF
               ADD 1 TO WS-REJECT-LINES-COUNT
           END-IF
           IF WS-AREA1-REJECT
               DISPLAY 'REJECTED - WS-AREA-1: ' WS-AREA1-REASON-TEXT
                   ' - ' WS-AREA-1 (1:20)
               MOVE WS-AREA1-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
               MOVE WS-AREA2-REASON-TEXT TO RO-REASON-TEXT
               MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
               MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
               MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
               WRITE REJECT-OUT-RECORD
               IF WS-REJECT-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
               ADD 1 TO WS-REJECT-LINES-COUNT
           END-IF.

       2910-SET-REJECT-DISPOSITION.
           MOVE 'R' TO WS-DISP-CODE
           EVALUATE TRUE
               WHEN WS-TYPE-REJECT
                   MOVE WS-TYPE-REASON-CODE TO WS-DISP-REASON-CODE
               WHEN WS-BRANCH-REJECT
                   MOVE WS-BRANCH-REASON-CODE TO WS-DISP-REASON-CODE
               WHEN WS-EFFDATE-REJECT
                   MOVE WS-EFFDATE-REASON-CODE TO WS-DISP-REASON-CODE
               WHEN WS-CURRENCY-REJECT
                   MOVE WS-CURRENCY-REASON-CODE TO WS-DISP-REASON-CODE
               WHEN WS-AREA1-REJECT
                   MOVE WS-AREA1-REASON-CODE TO WS-DISP-REASON-CODE
               WHEN WS-AREA2-REJECT
                   MOVE WS-AREA2-REASON-CODE TO WS-DISP-REASON-CODE
           END-EVALUATE.

       2930-REJECT-REVERSAL.
           DISPLAY 'REJECTED - REVERSAL: ' WS-REVERSAL-REASON-TEXT
               ' - ' WS-TRANS-KEY
           MOVE WS-REVERSAL-REASON-TEXT TO RO-REASON-TEXT
           MOVE WS-TRANS-TYPE TO RO-TRANS-TYPE
           MOVE WS-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
           MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
           MOVE WS-ORIG-SOURCE-SYSTEM TO RO-SOURCE-SYSTEM
           WRITE REJECT-OUT-RECORD
           IF WS-REJECT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REJECT-OUT - STATUS: '
           MOVE WS-RUN-DATE TO DS-RUN-DATE
           MOVE WS-TRANS-TYPE TO DS-TRANS-TYPE
           MOVE WS-EFFECTIVE-DATE TO DS-EFFECTIVE-DATE
           MOVE WS-CURRENCY-CODE TO DS-CURRENCY-CODE
           MOVE WS-ORIG-SOURCE-SYSTEM TO DS-SOURCE-SYSTEM
           WRITE DUPLICATE-OUT-RECORD
           IF WS-DUPLICATE-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DUPLICATE-OUT - STATUS: '
           MOVE WS-AREA-2 TO MS-AREA-2
           MOVE WS-TRANS-TYPE TO MS-TRANS-TYPE
           MOVE WS-EFFECTIVE-DATE TO MS-EFFECTIVE-DATE
           MOVE WS-CURRENCY-CODE TO MS-CURRENCY-CODE
           MOVE WS-ORIG-SOURCE-SYSTEM TO MS-SOURCE-SYSTEM
           WRITE MISMATCH-OUT-RECORD
           IF WS-MISMATCH-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MISMATCH-OUT - STATUS: '
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2960-WRITE-DISPOSITION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE WS-ORIG-SOURCE-SYSTEM TO DP-SOURCE-SYSTEM
           MOVE WS-FEED-DATE TO DP-FEED-DATE
           MOVE WS-CYCLE-NUMBER TO DP-CYCLE-NUMBER
           IF WS-FOLLOW-UP-ITEM
               MOVE 'F' TO DP-RECORD-TYPE
           ELSE
               MOVE 'O' TO DP-RECORD-TYPE
           END-IF
           MOVE WS-TRANS-KEY TO DP-TRANS-KEY
           MOVE WS-DISP-CODE TO DP-DISPOSITION
           MOVE WS-DISP-REASON-CODE TO DP-REASON-CODE
           MOVE WS-DISP-POSTED-AMOUNT TO DP-POSTED-AMOUNT
           MOVE WS-BASE-CURRENCY TO DP-CURRENCY-CODE
           IF FUNCTION TEST-NUMVAL (WS-AREA-1) = 0
               COMPUTE DP-HASH-AMOUNT = FUNCTION NUMVAL (WS-AREA-1)
           ELSE
               MOVE ZERO TO DP-HASH-AMOUNT
           END-IF
           MOVE WS-PROCESS-DATE TO DP-PROCESS-DATE
           MOVE 'TRNCONV' TO DP-REPORTED-BY
           WRITE DISPOSITION-RECORD
           IF WS-DISPOSITION-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPOSITION-OUT - STATUS: '
                   WS-DISPOSITION-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-DISPOSITIONS-WRITTEN
           END-IF.

       2800-WRITE-CHECKPOINT.
           IF FUNCTION MOD(WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
               MOVE WS-TRANS-KEY TO CK-LAST-KEY-PROCESSED
           DISPLAY 'MISMATCH TOLERANCE:  ' WS-MISMATCH-TOLERANCE
           DISPLAY 'EXPECTED CYCLE:      ' WS-EXPECTED-CYCLE
           DISPLAY 'PARTITION ID:        ' WS-PARTITION-ID
           DISPLAY 'BASE CURRENCY:       ' WS-BASE-CURRENCY
           DISPLAY 'EXCHANGE RATES LOADED: ' WS-RATES-LOADED
           DISPLAY 'EXCHANGE RATES INVALID: ' WS-RATES-INVALID
           DISPLAY '----------------------------------'
           DISPLAY 'FEED SETS PROCESSED: ' WS-FEEDS-PROCESSED
           DISPLAY 'RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'RECORDS REJECTED:  ' WS-RECORDS-REJECTED
           DISPLAY 'RECORDS DUPLICATE: ' WS-RECORDS-DUPLICATE
           DISPLAY 'RECORDS MISMATCHED: ' WS-RECORDS-MISMATCHED
           DISPLAY 'RECORDS LIMIT HELD: ' WS-RECORDS-LIMIT-HELD
           DISPLAY 'POSTED TO SUCCESSOR: ' WS-RECORDS-REMAPPED
           IF WS-RESTART-RUN
               DISPLAY 'LIMIT USAGE REBUILT: ' WS-USAGE-REBUILT
           END-IF
           DISPLAY 'FOREIGN CCY CONVERTED: ' WS-CONVERTED-FOREIGN
           DISPLAY 'DISPOSITIONS WRITTEN: ' WS-DISPOSITIONS-WRITTEN
           DISPLAY '----- TOTALS BY TRANSACTION TYPE -----'
           MOVE WS-AMOUNT-PAYMENT TO WS-AMOUNT-DISPLAY
           DISPLAY 'PAYMENTS CONVERTED:    ' WS-CONVERTED-PAYMENT
           END-IF
           IF WS-MISMATCH-RPT-OPEN
               CLOSE MISMATCH-RPT
           END-IF
           IF WS-DISPOSITION-OPEN
               CLOSE DISPOSITION-OUT
           END-IF
           IF WS-LIMIT-REVIEW-OPEN
               CLOSE LIMIT-REVIEW-OUT
           END-IF.

       3100-VERIFY-FEED-TRAILER.
           DISPLAY '  RECORDS REJECTED:   ' WS-FS-REJECTED (FX)
           DISPLAY '  RECORDS DUPLICATE:  ' WS-FS-DUPLICATE (FX)
           DISPLAY '  RECORDS MISMATCHED: ' WS-FS-MISMATCHED (FX)
           DISPLAY '  RECORDS LIMIT HELD: ' WS-FS-LIMIT-HELD (FX)
           MOVE WS-FS-HASH-TOTAL (FX) TO WS-HASH-DISPLAY-1
           DISPLAY '  AREA-1 HASH TOTAL:  ' WS-HASH-DISPLAY-1.

               MOVE WS-RECORDS-DUPLICATE TO RS-RECORDS-DUPLICATE
               MOVE WS-EXTRACT-HASH-TOTAL TO RS-EXTRACT-HASH-TOTAL
               MOVE WS-RECORDS-MISMATCHED TO RS-RECORDS-MISMATCHED
               MOVE WS-RECORDS-LIMIT-HELD TO RS-RECORDS-LIMIT-HELD
               MOVE WS-PARTITION-ID TO RS-PARTITION-ID
               MOVE WS-PROCESS-DATE TO RS-PROCESS-DATE
               MOVE WS-BASE-CURRENCY TO RS-BASE-CURRENCY
               WRITE RUN-SUMMARY-RECORD
               IF WS-RUN-SUMMARY-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING RUN-SUMMARY - STATUS: '
                       WS-SUMM-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

      *    REGISTER THE STEP ON RUN-CONTROL-MASTER FOR THE   *
      *    PROCESS DATE.  IT IS REFUSED (RC 16) WHILE A      *
      *    PREDECESSOR HAS NOT COMPLETED FOR THE DATE, OR    *
      *    WHEN THE STEP ITSELF ALREADY HAS, UNLESS THE JOB  *
      *    SETS RERUN_OVERRIDE=Y.                            *
       9000-CHECK-STEP-START.
           SET WS-STEP-ERROR TO TRUE
           ACCEPT WS-RERUN-OVERRIDE FROM ENVIRONMENT 'RERUN_OVERRIDE'
           MOVE WS-PROCESS-DATE TO WS-STEP-PROCESS-DATE
           IF WS-PARTITION-ID > ZERO
               MOVE WS-PARTITION-ID TO WS-PARTITION-STEP-NUMBER
               MOVE WS-PARTITION-STEP TO WS-STEP-NAME
           END-IF
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

      *    A PARTITION RUN FOLLOWS TRNSPLIT; A WHOLE-FILE    *
      *    RUN OPENS THE CHAIN.                              *
       9040-CHECK-PREDECESSORS.
           IF WS-PARTITION-ID > ZERO
               MOVE 'TRNSPLIT' TO WS-PREDECESSOR-STEP
               PERFORM 9045-READ-PREDECESSOR
               IF WS-STEP-CLEARED AND WS-PREDECESSOR-NOT-DONE
                   PERFORM 9047-PREDECESSOR-NOT-DONE
               END-IF
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
