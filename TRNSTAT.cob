           SELECT DAY-END-RPT ASSIGN TO 'DAY-END-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-END-RPT-STATUS.
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
           RECORDING MODE IS F.
           COPY DAYRPT.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-SUMMARY-STATUS   PIC X(2)    VALUE '00'.
           05  WS-DUPLICATE-OUT-STATUS PIC X(2)    VALUE '00'.
           05  WS-MISMATCH-OUT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-DAY-END-RPT-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-RUN-DATE                 PIC X(8)    VALUE SPACES.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'TRNSTAT'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.

      *    STEPS OF THE NIGHTLY CHAIN IN RUN ORDER.  P = ONLY*
      *    ON A PARTITIONED DAY, W = ONLY ON A WHOLE-FILE    *
      *    DAY, O = SHOWN WHEN IT HAS RUN, A = ALWAYS.       *
      *    TRNSPLIT LEADS THE TABLE SO THE KIND OF DAY IS    *
      *    KNOWN BEFORE THE ENTRIES THAT DEPEND ON IT.       *
       01  WS-CHAIN-STEP-VALUES.
           05  FILLER                  PIC X(9)    VALUE 'TRNSPLITP'.
           05  FILLER                  PIC X(9)    VALUE 'TRNCONV W'.
           05  FILLER                  PIC X(9)    VALUE 'TRNCONV1O'.
           05  FILLER                  PIC X(9)    VALUE 'TRNCONV2O'.
           05  FILLER                  PIC X(9)    VALUE 'TRNCONV3O'.
           05  FILLER                  PIC X(9)    VALUE 'TRNCONV4O'.
           05  FILLER                  PIC X(9)    VALUE 'TRNMERGEP'.
           05  FILLER                  PIC X(9)    VALUE 'TRNRECONA'.
           05  FILLER                  PIC X(9)    VALUE 'TRNSUM  A'.
           05  FILLER                  PIC X(9)    VALUE 'GLACK   A'.
           05  FILLER                  PIC X(9)    VALUE 'SUSPMGT A'.
           05  FILLER                  PIC X(9)    VALUE 'AUDLOAD A'.
           05  FILLER                  PIC X(9)    VALUE 'BRNPOS  A'.
           05  FILLER                  PIC X(9)    VALUE 'TRNINT  A'.
           05  FILLER                  PIC X(9)    VALUE 'REJMGT  A'.
           05  FILLER                  PIC X(9)    VALUE 'REJAGE  O'.
           05  FILLER                  PIC X(9)    VALUE 'BRNCLS  O'.
       01  WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
           05  WS-CHAIN-STEP           OCCURS 17 TIMES.
               10  WS-CH-STEP-NAME     PIC X(8).
               10  WS-CH-REQUIREMENT   PIC X(1).
                   88  WS-CH-PARTITIONED-ONLY  VALUE 'P'.
                   88  WS-CH-WHOLE-FILE-ONLY   VALUE 'W'.
                   88  WS-CH-IF-RUN            VALUE 'O'.
                   88  WS-CH-ALWAYS            VALUE 'A'.

       01  WS-CHAIN-RESULT-TABLE.
           05  WS-CHAIN-RESULT         OCCURS 17 TIMES.
               10  WS-CR-SHOW-SWITCH   PIC X(1).
                   88  WS-CR-SHOWN             VALUE 'Y'.
                   88  WS-CR-NOT-SHOWN         VALUE 'N'.
               10  WS-CR-STEP-STATUS   PIC X(1).
                   88  WS-CR-COMPLETED         VALUE 'C'.
               10  WS-CR-RUN-COUNT     PIC 9(3).
               10  WS-CR-START-DATE    PIC X(8).
               10  WS-CR-START-TIME    PIC X(8).
               10  WS-CR-END-DATE      PIC X(8).
               10  WS-CR-END-TIME      PIC X(8).
               10  WS-CR-RETURN-CODE   PIC 9(4).
               10  WS-CR-OVERRIDE      PIC X(1).
               10  WS-CR-BLOCKING-STEP PIC X(8).

       01  WS-CHAIN-SUB                PIC 9(4)    COMP VALUE ZERO.
       01  WS-CHAIN-MAX                PIC 9(4)    COMP VALUE 17.
       01  WS-CHAIN-STOP-STEP          PIC X(8)    VALUE SPACES.

       01  WS-CONVERSION-TOTALS.
           05  WS-SUM-RECORDS-READ     PIC 9(9)    VALUE ZERO.
           05  WS-SUM-CONVERTED        PIC 9(9)    VALUE ZERO.
           05  WS-SUM-REJECTED         PIC 9(9)    VALUE ZERO.
           05  WS-SUM-DUPLICATE        PIC 9(9)    VALUE ZERO.
           05  WS-SUM-MISMATCHED       PIC 9(9)    VALUE ZERO.
           05  WS-SUM-LIMIT-HELD       PIC 9(9)    VALUE ZERO.

       01  WS-RECON-TOTALS.
           05  WS-REC-EXTRACT-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-RPT-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-RPT-OPEN             VALUE 'Y'.
               88  WS-RPT-NOT-OPEN         VALUE 'N'.
           05  WS-STEP-RECORD-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-STEP-ON-FILE         VALUE 'Y'.
               88  WS-STEP-NOT-ON-FILE     VALUE 'N'.
           05  WS-RUN-MASTER-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-RUN-MASTER-OPEN      VALUE 'Y'.
               88  WS-RUN-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-DAY-KIND-SWITCH      PIC X(1)    VALUE 'W'.
               88  WS-PARTITIONED-DAY      VALUE 'P'.
               88  WS-WHOLE-FILE-DAY       VALUE 'W'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'TRNSTAT - DAY-END OPERATIONS STATUS'.
           05  FILLER                      PIC X(9) VALUE
               'RUN DATE '.
           05  DL-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(15) VALUE
               '  PROCESS DATE '.
           05  DL-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  FILLER                      PIC X(18) VALUE
           05  DL-COUNT-3                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-RPT-CHAIN-HEADING-1          PIC X(132)
           VALUE 'RUN-CONTROL CHAIN FOR THE PROCESS DATE'.

       01  WS-RPT-CHAIN-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               'STEP'.
           05  FILLER                      PIC X(12) VALUE
               'STATUS'.
           05  FILLER                      PIC X(6) VALUE
               'RUNS'.
           05  FILLER                      PIC X(18) VALUE
               'STARTED'.
           05  FILLER                      PIC X(18) VALUE
               'ENDED'.
           05  FILLER                      PIC X(6) VALUE
               'RC'.
           05  FILLER                      PIC X(10) VALUE
               'OVERRIDE'.
           05  FILLER                      PIC X(10) VALUE
               'BLOCKED BY'.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-RPT-STEP-LINE.
           05  DL-STEP-NAME                PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  DL-STEP-STATUS              PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-STEP-RUNS                PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  DL-STEP-START-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-STEP-START-TIME          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-STEP-END-DATE            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-STEP-END-TIME            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DL-STEP-RC                  PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DL-STEP-OVERRIDE            PIC X(1).
           05  FILLER                      PIC X(9) VALUE SPACES.
           05  DL-STEP-BLOCKED             PIC X(8).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-RPT-CHAIN-LINE.
           05  FILLER                      PIC X(14) VALUE
               'CHAIN STATUS: '.
           05  DL-CHAIN-STATUS             PIC X(12).
           05  DL-CHAIN-STEP               PIC X(8).
           05  FILLER                      PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               PERFORM 2200-READ-FIX-SUMMARY
               PERFORM 2300-COUNT-DUPLICATES
               PERFORM 2400-COUNT-MISMATCHES
               PERFORM 2500-CHECK-RUN-CONTROL-CHAIN
               PERFORM 2900-DETERMINE-VERDICT
               PERFORM 3000-WRITE-DAY-END-REPORT
           END-IF
           PERFORM 3900-TERMINATE
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 9000-REGISTER-STEP-START
           OPEN INPUT RUN-SUMMARY
           OPEN INPUT RECON-SUMMARY
           OPEN INPUT FIX-SUMMARY
                       MOVE RS-RECORDS-DUPLICATE TO WS-SUM-DUPLICATE
                       MOVE RS-RECORDS-MISMATCHED TO
                           WS-SUM-MISMATCHED
                       MOVE RS-RECORDS-LIMIT-HELD TO
                           WS-SUM-LIMIT-HELD
               END-READ
           ELSE
               SET WS-SUMMARY-MISSING TO TRUE
                   ADD 1 TO WS-MISMATCHES-ON-FILE
           END-READ.

       2500-CHECK-RUN-CONTROL-CHAIN.
           IF WS-RUN-MASTER-OPEN
               PERFORM 2510-READ-CHAIN-STEP
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-MAX
           END-IF.

      *    A STEP IS SHOWN WHEN IT HAS RUN OR THE KIND OF DAY*
      *    REQUIRES IT.  THE CHAIN STOPPED AT THE FIRST STEP *
      *    SHOWN THAT HAS NOT COMPLETED.                     *
       2510-READ-CHAIN-STEP.
           SET WS-CR-NOT-SHOWN (WS-CHAIN-SUB) TO TRUE
           MOVE SPACE TO WS-CR-STEP-STATUS (WS-CHAIN-SUB)
           MOVE WS-STEP-PROCESS-DATE TO RK-PROCESS-DATE
           MOVE WS-CH-STEP-NAME (WS-CHAIN-SUB) TO RK-STEP-NAME
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
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-STEP-ON-FILE
               PERFORM 2520-SAVE-CHAIN-STEP
           ELSE
               EVALUATE TRUE
                   WHEN WS-CH-ALWAYS (WS-CHAIN-SUB)
                       SET WS-CR-SHOWN (WS-CHAIN-SUB) TO TRUE
                   WHEN WS-CH-PARTITIONED-ONLY (WS-CHAIN-SUB)
                      AND WS-PARTITIONED-DAY
                       SET WS-CR-SHOWN (WS-CHAIN-SUB) TO TRUE
                   WHEN WS-CH-WHOLE-FILE-ONLY (WS-CHAIN-SUB)
                      AND WS-WHOLE-FILE-DAY
                       SET WS-CR-SHOWN (WS-CHAIN-SUB) TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-CR-SHOWN (WS-CHAIN-SUB)
              AND NOT WS-CR-COMPLETED (WS-CHAIN-SUB)
              AND WS-CHAIN-STOP-STEP = SPACES
               MOVE WS-CH-STEP-NAME (WS-CHAIN-SUB) TO
                   WS-CHAIN-STOP-STEP
           END-IF.

       2520-SAVE-CHAIN-STEP.
           IF WS-CH-STEP-NAME (WS-CHAIN-SUB) = 'TRNSPLIT'
               SET WS-PARTITIONED-DAY TO TRUE
           END-IF
           SET WS-CR-SHOWN (WS-CHAIN-SUB) TO TRUE
           MOVE RK-STEP-STATUS TO WS-CR-STEP-STATUS (WS-CHAIN-SUB)
           MOVE RK-RUN-COUNT TO WS-CR-RUN-COUNT (WS-CHAIN-SUB)
           MOVE RK-START-DATE TO WS-CR-START-DATE (WS-CHAIN-SUB)
           MOVE RK-START-TIME TO WS-CR-START-TIME (WS-CHAIN-SUB)
           MOVE RK-END-DATE TO WS-CR-END-DATE (WS-CHAIN-SUB)
           MOVE RK-END-TIME TO WS-CR-END-TIME (WS-CHAIN-SUB)
           MOVE RK-RETURN-CODE TO WS-CR-RETURN-CODE (WS-CHAIN-SUB)
           MOVE RK-RERUN-OVERRIDE TO WS-CR-OVERRIDE (WS-CHAIN-SUB)
           MOVE RK-BLOCKING-STEP TO
               WS-CR-BLOCKING-STEP (WS-CHAIN-SUB).

       2900-DETERMINE-VERDICT.
           SET WS-VERDICT-PASS TO TRUE
           IF WS-SUMMARY-MISSING
           END-IF
           IF WS-RECON-FOUND AND WS-RECON-OUT-OF-BAL
               SET WS-VERDICT-HOLD TO TRUE
           END-IF
           IF WS-RUN-MASTER-NOT-OPEN
               SET WS-VERDICT-HOLD TO TRUE
           END-IF
           IF WS-CHAIN-STOP-STEP NOT = SPACES
               SET WS-VERDICT-HOLD TO TRUE
           END-IF.

       3000-WRITE-DAY-END-REPORT.
           WRITE DAY-END-LINE FROM WS-RPT-HEADING-1
           MOVE WS-RUN-DATE TO DL-RUN-DATE
           MOVE WS-STEP-PROCESS-DATE TO DL-PROCESS-DATE
           WRITE DAY-END-LINE FROM WS-RPT-RUN-LINE
           IF WS-VERDICT-PASS
               MOVE 'PASS' TO DL-VERDICT
           MOVE WS-MISMATCHES-ON-FILE TO DL-COUNT-2
           WRITE DAY-END-LINE FROM WS-RPT-COMPONENT-LINE
           MOVE SPACES TO WS-RPT-COMPONENT-LINE
           MOVE 'LIMITS' TO DL-COMPONENT
           IF WS-SUMMARY-FOUND
               IF WS-SUM-LIMIT-HELD > ZERO
                   MOVE 'REVIEW' TO DL-STATUS
               ELSE
                   MOVE 'CLEAN' TO DL-STATUS
               END-IF
               MOVE 'HELD:' TO DL-LABEL-1
               MOVE WS-SUM-LIMIT-HELD TO DL-COUNT-1
           ELSE
               MOVE 'SUMMARY MISSING' TO DL-STATUS
           END-IF
           WRITE DAY-END-LINE FROM WS-RPT-COMPONENT-LINE
           MOVE SPACES TO WS-RPT-COMPONENT-LINE
           MOVE 'TRNFIX' TO DL-COMPONENT
           IF WS-FIX-FOUND
               MOVE 'OK' TO DL-STATUS
               MOVE 'NOT RUN' TO DL-STATUS
           END-IF
           WRITE DAY-END-LINE FROM WS-RPT-COMPONENT-LINE
           PERFORM 3500-WRITE-CHAIN-STATUS
           IF WS-DAY-END-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DAY-END-RPT - STATUS: '
                   WS-DAY-END-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       3500-WRITE-CHAIN-STATUS.
           WRITE DAY-END-LINE FROM WS-RPT-CHAIN-HEADING-1
           MOVE SPACES TO DL-CHAIN-STEP
           IF WS-RUN-MASTER-NOT-OPEN
               MOVE 'UNAVAILABLE' TO DL-CHAIN-STATUS
           ELSE
               WRITE DAY-END-LINE FROM WS-RPT-CHAIN-HEADING-2
               PERFORM 3510-WRITE-CHAIN-STEP
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-MAX
               IF WS-CHAIN-STOP-STEP = SPACES
                   MOVE 'COMPLETE' TO DL-CHAIN-STATUS
               ELSE
                   MOVE 'STOPPED AT' TO DL-CHAIN-STATUS
                   MOVE WS-CHAIN-STOP-STEP TO DL-CHAIN-STEP
               END-IF
           END-IF
           WRITE DAY-END-LINE FROM WS-RPT-CHAIN-LINE.

       3510-WRITE-CHAIN-STEP.
           IF WS-CR-SHOWN (WS-CHAIN-SUB)
               MOVE SPACES TO WS-RPT-STEP-LINE
               MOVE WS-CH-STEP-NAME (WS-CHAIN-SUB) TO DL-STEP-NAME
               EVALUATE WS-CR-STEP-STATUS (WS-CHAIN-SUB)
                   WHEN 'S'
                       MOVE 'STARTED' TO DL-STEP-STATUS
                   WHEN 'C'
                       MOVE 'COMPLETED' TO DL-STEP-STATUS
                   WHEN 'F'
                       MOVE 'FAILED' TO DL-STEP-STATUS
                   WHEN 'R'
                       MOVE 'REFUSED' TO DL-STEP-STATUS
                   WHEN OTHER
                       MOVE 'NOT RUN' TO DL-STEP-STATUS
               END-EVALUATE
               IF WS-CR-STEP-STATUS (WS-CHAIN-SUB) NOT = SPACE
                   PERFORM 3520-FORMAT-CHAIN-STEP
               END-IF
               WRITE DAY-END-LINE FROM WS-RPT-STEP-LINE
           END-IF.

       3520-FORMAT-CHAIN-STEP.
           MOVE WS-CR-RUN-COUNT (WS-CHAIN-SUB) TO DL-STEP-RUNS
           MOVE WS-CR-START-DATE (WS-CHAIN-SUB) TO DL-STEP-START-DATE
           MOVE WS-CR-START-TIME (WS-CHAIN-SUB) TO DL-STEP-START-TIME
           MOVE WS-CR-END-DATE (WS-CHAIN-SUB) TO DL-STEP-END-DATE
           MOVE WS-CR-END-TIME (WS-CHAIN-SUB) TO DL-STEP-END-TIME
           MOVE WS-CR-RETURN-CODE (WS-CHAIN-SUB) TO DL-STEP-RC
           MOVE WS-CR-OVERRIDE (WS-CHAIN-SUB) TO DL-STEP-OVERRIDE
           MOVE WS-CR-BLOCKING-STEP (WS-CHAIN-SUB) TO DL-STEP-BLOCKED.

       3900-TERMINATE.
           DISPLAY '===== TRNSTAT DAY-END STATUS ====='
           IF WS-VERDICT-PASS
           DISPLAY 'RECON SUMMARY:       ' WS-RECON-SWITCH
           DISPLAY 'DUPLICATES ON FILE:  ' WS-DUPLICATES-ON-FILE
           DISPLAY 'MISMATCHES ON FILE:  ' WS-MISMATCHES-ON-FILE
           DISPLAY 'LIMIT HELD ITEMS:    ' WS-SUM-LIMIT-HELD
           DISPLAY 'PROCESS DATE:        ' WS-STEP-PROCESS-DATE
           IF WS-RUN-MASTER-NOT-OPEN
               DISPLAY 'RUN-CONTROL CHAIN:   UNAVAILABLE'
           ELSE
               IF WS-CHAIN-STOP-STEP = SPACES
                   DISPLAY 'RUN-CONTROL CHAIN:   COMPLETE'
               ELSE
                   DISPLAY 'RUN-CONTROL CHAIN:   STOPPED AT '
                       WS-CHAIN-STOP-STEP
               END-IF
           END-IF
           IF WS-VERDICT-HOLD AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RPT-OPEN
               CLOSE DAY-END-RPT
           END-IF.

      *    TRNSTAT REGISTERS ON RUN-CONTROL-MASTER LIKE EVERY*
      *    OTHER STEP BUT IS NEVER REFUSED - IT IS HOW       *
      *    OPERATIONS SEE WHERE THE CHAIN STOPPED.           *
       9000-REGISTER-STEP-START.
           PERFORM 9010-READ-PROCESS-DATE
           IF WS-STEP-PROCESS-DATE NOT = SPACES
               PERFORM 9020-OPEN-RUN-CONTROL-MASTER
           END-IF
           IF WS-RUN-MASTER-OPEN
               PERFORM 9050-READ-STEP-RECORD
               PERFORM 9060-WRITE-STEP-START
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
               MOVE 16 TO RETURN-CODE
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
           SET RK-STARTED TO TRUE
           MOVE SPACES TO RK-END-DATE RK-END-TIME RK-BLOCKING-STEP
           MOVE ZERO TO RK-RETURN-CODE
           MOVE 'N' TO RK-RERUN-OVERRIDE
           ADD 1 TO RK-RUN-COUNT
           IF WS-STEP-ON-FILE
               REWRITE RUN-STEP-RECORD
           ELSE
               WRITE RUN-STEP-RECORD
           END-IF
           IF WS-RUN-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RUN-CONTROL-MASTER - STATUS: '
                   WS-RUN-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
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
