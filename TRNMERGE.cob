           SELECT REJRPT-IN-4 ASSIGN TO 'REJECT-RPT-P4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-IN-STATUS.
           SELECT DISPOSITION-IN-1 ASSIGN TO 'DISPOSITION-OUT-P1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-IN-STATUS.
           SELECT DISPOSITION-IN-2 ASSIGN TO 'DISPOSITION-OUT-P2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-IN-STATUS.
           SELECT DISPOSITION-IN-3 ASSIGN TO 'DISPOSITION-OUT-P3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-IN-STATUS.
           SELECT DISPOSITION-IN-4 ASSIGN TO 'DISPOSITION-OUT-P4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-IN-STATUS.
           SELECT LMTREV-IN-1 ASSIGN TO 'LIMIT-REVIEW-OUT-P1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTREV-IN-STATUS.
           SELECT LMTREV-IN-2 ASSIGN TO 'LIMIT-REVIEW-OUT-P2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTREV-IN-STATUS.
           SELECT LMTREV-IN-3 ASSIGN TO 'LIMIT-REVIEW-OUT-P3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTREV-IN-STATUS.
           SELECT LMTREV-IN-4 ASSIGN TO 'LIMIT-REVIEW-OUT-P4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTREV-IN-STATUS.
           SELECT EXTRACT-MERGED ASSIGN TO 'EXTRACT-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-MERGED-STATUS.
           SELECT REJRPT-MERGED ASSIGN TO 'REJECT-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-MERGED-STATUS.
           SELECT DISPOSITION-MERGED ASSIGN TO 'DISPOSITION-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-MERGED-STATUS.
           SELECT LMTREV-MERGED ASSIGN TO 'LIMIT-REVIEW-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTREV-MERGED-STATUS.
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

       FD  EXTRACT-IN-1
           RECORDING MODE IS F.
       01  EXTRACT-IN-1-RECORD         PIC X(44).

       FD  EXTRACT-IN-2
           RECORDING MODE IS F.
       01  EXTRACT-IN-2-RECORD         PIC X(44).

       FD  EXTRACT-IN-3
           RECORDING MODE IS F.
       01  EXTRACT-IN-3-RECORD         PIC X(44).

       FD  EXTRACT-IN-4
           RECORDING MODE IS F.
       01  EXTRACT-IN-4-RECORD         PIC X(44).

       FD  REJECT-IN-1
           RECORDING MODE IS F.
       01  REJECT-IN-1-RECORD          PIC X(174).

       FD  REJECT-IN-2
           RECORDING MODE IS F.
       01  REJECT-IN-2-RECORD          PIC X(174).

       FD  REJECT-IN-3
           RECORDING MODE IS F.
       01  REJECT-IN-3-RECORD          PIC X(174).

       FD  REJECT-IN-4
           RECORDING MODE IS F.
       01  REJECT-IN-4-RECORD          PIC X(174).

       FD  AUDIT-IN-1
           RECORDING MODE IS F.
       01  AUDIT-IN-1-RECORD           PIC X(168).

       FD  AUDIT-IN-2
           RECORDING MODE IS F.
       01  AUDIT-IN-2-RECORD           PIC X(168).

       FD  AUDIT-IN-3
           RECORDING MODE IS F.
       01  AUDIT-IN-3-RECORD           PIC X(168).

       FD  AUDIT-IN-4
           RECORDING MODE IS F.
       01  AUDIT-IN-4-RECORD           PIC X(168).

       FD  SUMMARY-IN-1
           RECORDING MODE IS F.

       FD  DUPLICATE-IN-1
           RECORDING MODE IS F.
       01  DUPLICATE-IN-1-RECORD       PIC X(246).

       FD  DUPLICATE-IN-2
           RECORDING MODE IS F.
       01  DUPLICATE-IN-2-RECORD       PIC X(246).

       FD  DUPLICATE-IN-3
           RECORDING MODE IS F.
       01  DUPLICATE-IN-3-RECORD       PIC X(246).

       FD  DUPLICATE-IN-4
           RECORDING MODE IS F.
       01  DUPLICATE-IN-4-RECORD       PIC X(246).

       FD  MISMATCH-IN-1
           RECORDING MODE IS F.
       01  MISMATCH-IN-1-RECORD        PIC X(269).

       FD  MISMATCH-IN-2
           RECORDING MODE IS F.
       01  MISMATCH-IN-2-RECORD        PIC X(269).

       FD  MISMATCH-IN-3
           RECORDING MODE IS F.
       01  MISMATCH-IN-3-RECORD        PIC X(269).

       FD  MISMATCH-IN-4
           RECORDING MODE IS F.
       01  MISMATCH-IN-4-RECORD        PIC X(269).

       FD  MISMRPT-IN-1
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REJRPT-IN-4-RECORD          PIC X(132).

       FD  DISPOSITION-IN-1
           RECORDING MODE IS F.
       01  DISPOSITION-IN-1-RECORD     PIC X(100).

       FD  DISPOSITION-IN-2
           RECORDING MODE IS F.
       01  DISPOSITION-IN-2-RECORD     PIC X(100).

       FD  DISPOSITION-IN-3
           RECORDING MODE IS F.
       01  DISPOSITION-IN-3-RECORD     PIC X(100).

       FD  DISPOSITION-IN-4
           RECORDING MODE IS F.
       01  DISPOSITION-IN-4-RECORD     PIC X(100).

       FD  LMTREV-IN-1
           RECORDING MODE IS F.
       01  LMTREV-IN-1-RECORD          PIC X(300).

       FD  LMTREV-IN-2
           RECORDING MODE IS F.
       01  LMTREV-IN-2-RECORD          PIC X(300).

       FD  LMTREV-IN-3
           RECORDING MODE IS F.
       01  LMTREV-IN-3-RECORD          PIC X(300).

       FD  LMTREV-IN-4
           RECORDING MODE IS F.
       01  LMTREV-IN-4-RECORD          PIC X(300).

       FD  EXTRACT-MERGED
           RECORDING MODE IS F.
           COPY EXTOUT.
           RECORDING MODE IS F.
           COPY REJRPT.

       FD  DISPOSITION-MERGED
           RECORDING MODE IS F.
           COPY DISPOUT.

       FD  LMTREV-MERGED
           RECORDING MODE IS F.
           COPY LMTREV.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MERGE-CONTROL-STATUS PIC X(2)    VALUE '00'.
           05  WS-MISMATCH-IN-STATUS   PIC X(2)    VALUE '00'.
           05  WS-MISMRPT-IN-STATUS    PIC X(2)    VALUE '00'.
           05  WS-REJRPT-IN-STATUS     PIC X(2)    VALUE '00'.
           05  WS-DISPOSITION-IN-STATUS PIC X(2)   VALUE '00'.
           05  WS-LMTREV-IN-STATUS     PIC X(2)    VALUE '00'.
           05  WS-EXTRACT-MERGED-STATUS PIC X(2)   VALUE '00'.
           05  WS-REJECT-MERGED-STATUS PIC X(2)    VALUE '00'.
           05  WS-AUDIT-MERGED-STATUS  PIC X(2)    VALUE '00'.
           05  WS-MISMATCH-MERGED-STATUS PIC X(2)  VALUE '00'.
           05  WS-MISMRPT-MERGED-STATUS PIC X(2)   VALUE '00'.
           05  WS-REJRPT-MERGED-STATUS PIC X(2)    VALUE '00'.
           05  WS-DISP-MERGED-STATUS   PIC X(2)    VALUE '00'.
           05  WS-LMTREV-MERGED-STATUS PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'TRNMERGE'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-PARTITION-STEP.
           05  FILLER                  PIC X(7)    VALUE 'TRNCONV'.
           05  WS-PARTITION-STEP-NUMBER PIC 9(1)   VALUE ZERO.

       01  WS-PARTITION-COUNT          PIC 9(1)    VALUE ZERO.
       01  WS-CURRENT-PARTITION        PIC 9(1)    VALUE ZERO.
       01  WS-RECORD-WORK              PIC X(300)  VALUE SPACES.

       01  WS-CONSOLIDATED-TOTALS.
           05  WS-TOT-RECORDS-READ     PIC 9(9)    VALUE ZERO.
           05  WS-TOT-MISMATCH-RECS    PIC 9(9)    VALUE ZERO.
           05  WS-TOT-MISMRPT-LINES    PIC 9(9)    VALUE ZERO.
           05  WS-TOT-REJRPT-LINES     PIC 9(9)    VALUE ZERO.
           05  WS-TOT-DISP-RECORDS     PIC 9(9)    VALUE ZERO.
           05  WS-TOT-FEED-CONTROLS    PIC 9(9)    VALUE ZERO.
           05  WS-TOT-LIMIT-HELD       PIC 9(9)    VALUE ZERO.
           05  WS-TOT-LMTREV-RECORDS   PIC 9(9)    VALUE ZERO.

       01  WS-FIRST-SUMMARY-FIELDS.
           05  WS-FIRST-RUN-DATE       PIC X(8)    VALUE SPACES.
           05  WS-FIRST-RUN-TIME       PIC X(8)    VALUE SPACES.
           05  WS-FIRST-PROCESS-DATE   PIC X(8)    VALUE SPACES.
           05  WS-FIRST-BASE-CURRENCY  PIC X(3)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH      PIC X(1)    VALUE 'N'.
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

       PROCEDURE DIVISION.
       0000-MAIN.
                      OR WS-MERGE-ERROR
           END-IF
           PERFORM 3000-TERMINATE
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               END-READ
               CLOSE MERGE-CONTROL
           END-IF
           IF WS-MERGE-OK
               PERFORM 9000-CHECK-STEP-START
               IF WS-STEP-REFUSED
                   SET WS-MERGE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-MERGE-OK
               OPEN OUTPUT EXTRACT-MERGED
               OPEN OUTPUT REJECT-MERGED
               OPEN OUTPUT MISMATCH-MERGED
               OPEN OUTPUT MISMRPT-MERGED
               OPEN OUTPUT REJRPT-MERGED
               OPEN OUTPUT DISPOSITION-MERGED
               OPEN OUTPUT LMTREV-MERGED
               IF WS-EXTRACT-MERGED-STATUS NOT = '00'
                  OR WS-REJECT-MERGED-STATUS NOT = '00'
                  OR WS-AUDIT-MERGED-STATUS NOT = '00'
                  OR WS-MISMATCH-MERGED-STATUS NOT = '00'
                  OR WS-MISMRPT-MERGED-STATUS NOT = '00'
                  OR WS-REJRPT-MERGED-STATUS NOT = '00'
                  OR WS-DISP-MERGED-STATUS NOT = '00'
                  OR WS-LMTREV-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING MERGED OUTPUTS - STATUSES: '
                       WS-EXTRACT-MERGED-STATUS ' '
                       WS-REJECT-MERGED-STATUS ' '
                       WS-DUPLICATE-MERGED-STATUS ' '
                       WS-MISMATCH-MERGED-STATUS ' '
                       WS-MISMRPT-MERGED-STATUS ' '
                       WS-REJRPT-MERGED-STATUS ' '
                       WS-DISP-MERGED-STATUS ' '
                       WS-LMTREV-MERGED-STATUS
                   SET WS-MERGE-ERROR TO TRUE
               ELSE
                   SET WS-FILES-OPEN TO TRUE
               PERFORM 2600-COPY-MISMATCH-FILE
               PERFORM 2700-COPY-MISMATCH-RPT
               PERFORM 2800-COPY-REJECT-RPT
               PERFORM 2900-COPY-DISPOSITION-FILE
               PERFORM 2950-COPY-LIMIT-REVIEW-FILE
           END-IF.

       2100-MERGE-PARTITION-SUMMARY.
               MOVE RS-RUN-DATE TO WS-FIRST-RUN-DATE
               MOVE RS-RUN-TIME TO WS-FIRST-RUN-TIME
               MOVE RS-PROCESS-DATE TO WS-FIRST-PROCESS-DATE
               MOVE RS-BASE-CURRENCY TO WS-FIRST-BASE-CURRENCY
           END-IF
           ADD RS-RECORDS-READ TO WS-TOT-RECORDS-READ
           ADD RS-RECORDS-CONVERTED TO WS-TOT-CONVERTED
           ADD RS-RECORDS-REJECTED TO WS-TOT-REJECTED
           ADD RS-RECORDS-DUPLICATE TO WS-TOT-DUPLICATE
           ADD RS-RECORDS-MISMATCHED TO WS-TOT-MISMATCHED
           ADD RS-RECORDS-LIMIT-HELD TO WS-TOT-LIMIT-HELD
           ADD RS-EXTRACT-HASH-TOTAL TO WS-TOT-EXTRACT-HASH.

       2200-COPY-EXTRACT-FILE.
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-EXTRACT-RECORDS
               WRITE EXTRACT-OUT-RECORD FROM
                   WS-RECORD-WORK (1:44)
               IF WS-EXTRACT-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED EXTRACT - STATUS: '
                       WS-EXTRACT-MERGED-STATUS
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-REJECT-RECORDS
               WRITE REJECT-OUT-RECORD FROM
                   WS-RECORD-WORK (1:174)
               IF WS-REJECT-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED REJECT - STATUS: '
                       WS-REJECT-MERGED-STATUS
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-AUDIT-RECORDS
               WRITE AUDIT-LOG-RECORD FROM
                   WS-RECORD-WORK (1:168)
               IF WS-AUDIT-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED AUDIT - STATUS: '
                       WS-AUDIT-MERGED-STATUS
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-DUP-RECORDS
               WRITE DUPLICATE-OUT-RECORD FROM
                   WS-RECORD-WORK (1:246)
               IF WS-DUPLICATE-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED DUPLICATE - STATUS: '
                       WS-DUPLICATE-MERGED-STATUS
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-MISMATCH-RECS
               WRITE MISMATCH-OUT-RECORD FROM
                   WS-RECORD-WORK (1:269)
               IF WS-MISMATCH-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED MISMATCH - STATUS: '
                       WS-MISMATCH-MERGED-STATUS
               END-IF
           END-IF.

       2900-COPY-DISPOSITION-FILE.
           MOVE '00' TO WS-DISPOSITION-IN-STATUS
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   OPEN INPUT DISPOSITION-IN-1
               WHEN 2
                   OPEN INPUT DISPOSITION-IN-2
               WHEN 3
                   OPEN INPUT DISPOSITION-IN-3
               WHEN 4
                   OPEN INPUT DISPOSITION-IN-4
           END-EVALUATE
           IF WS-DISPOSITION-IN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION DISPOSITION '
                   WS-CURRENT-PARTITION ' - STATUS: '
                   WS-DISPOSITION-IN-STATUS
               SET WS-MERGE-ERROR TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-FILE-NOT-END TO TRUE
               PERFORM UNTIL WS-FILE-END
                   PERFORM 2910-COPY-DISPOSITION-RECORD
               END-PERFORM
               EVALUATE WS-CURRENT-PARTITION
                   WHEN 1
                       CLOSE DISPOSITION-IN-1
                   WHEN 2
                       CLOSE DISPOSITION-IN-2
                   WHEN 3
                       CLOSE DISPOSITION-IN-3
                   WHEN 4
                       CLOSE DISPOSITION-IN-4
               END-EVALUATE
           END-IF.

       2910-COPY-DISPOSITION-RECORD.
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   READ DISPOSITION-IN-1
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE DISPOSITION-IN-1-RECORD TO
                               WS-RECORD-WORK
                   END-READ
               WHEN 2
                   READ DISPOSITION-IN-2
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE DISPOSITION-IN-2-RECORD TO
                               WS-RECORD-WORK
                   END-READ
               WHEN 3
                   READ DISPOSITION-IN-3
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE DISPOSITION-IN-3-RECORD TO
                               WS-RECORD-WORK
                   END-READ
               WHEN 4
                   READ DISPOSITION-IN-4
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE DISPOSITION-IN-4-RECORD TO
                               WS-RECORD-WORK
                   END-READ
           END-EVALUATE
           IF WS-FILE-NOT-END
               MOVE WS-RECORD-WORK (1:100) TO DISPOSITION-RECORD
               IF DP-FEED-CONTROL
                   ADD 1 TO WS-TOT-FEED-CONTROLS
               ELSE
                   ADD 1 TO WS-TOT-DISP-RECORDS
               END-IF
               WRITE DISPOSITION-RECORD
               IF WS-DISP-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED DISPOSITION - '
                       'STATUS: ' WS-DISP-MERGED-STATUS
                   SET WS-MERGE-ERROR TO TRUE
                   MOVE 16 TO RETURN-CODE
                   SET WS-FILE-END TO TRUE
               END-IF
           END-IF.

       2950-COPY-LIMIT-REVIEW-FILE.
           MOVE '00' TO WS-LMTREV-IN-STATUS
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   OPEN INPUT LMTREV-IN-1
               WHEN 2
                   OPEN INPUT LMTREV-IN-2
               WHEN 3
                   OPEN INPUT LMTREV-IN-3
               WHEN 4
                   OPEN INPUT LMTREV-IN-4
           END-EVALUATE
           IF WS-LMTREV-IN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION LIMIT REVIEW '
                   WS-CURRENT-PARTITION ' - STATUS: '
                   WS-LMTREV-IN-STATUS
               SET WS-MERGE-ERROR TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-FILE-NOT-END TO TRUE
               PERFORM UNTIL WS-FILE-END
                   PERFORM 2960-COPY-LIMIT-REVIEW-RECORD
               END-PERFORM
               EVALUATE WS-CURRENT-PARTITION
                   WHEN 1
                       CLOSE LMTREV-IN-1
                   WHEN 2
                       CLOSE LMTREV-IN-2
                   WHEN 3
                       CLOSE LMTREV-IN-3
                   WHEN 4
                       CLOSE LMTREV-IN-4
               END-EVALUATE
           END-IF.

       2960-COPY-LIMIT-REVIEW-RECORD.
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   READ LMTREV-IN-1
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE LMTREV-IN-1-RECORD TO WS-RECORD-WORK
                   END-READ
               WHEN 2
                   READ LMTREV-IN-2
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE LMTREV-IN-2-RECORD TO WS-RECORD-WORK
                   END-READ
               WHEN 3
                   READ LMTREV-IN-3
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE LMTREV-IN-3-RECORD TO WS-RECORD-WORK
                   END-READ
               WHEN 4
                   READ LMTREV-IN-4
                       AT END
                           SET WS-FILE-END TO TRUE
                       NOT AT END
                           MOVE LMTREV-IN-4-RECORD TO WS-RECORD-WORK
                   END-READ
           END-EVALUATE
           IF WS-FILE-NOT-END
               ADD 1 TO WS-TOT-LMTREV-RECORDS
               WRITE LIMIT-REVIEW-RECORD FROM WS-RECORD-WORK (1:300)
               IF WS-LMTREV-MERGED-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING MERGED LIMIT REVIEW - '
                       'STATUS: ' WS-LMTREV-MERGED-STATUS
                   SET WS-MERGE-ERROR TO TRUE
                   MOVE 16 TO RETURN-CODE
                   SET WS-FILE-END TO TRUE
               END-IF
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN AND WS-MERGE-OK
               PERFORM 3100-WRITE-MERGED-SUMMARY
           DISPLAY 'MISMATCH RECORDS:   ' WS-TOT-MISMATCH-RECS
           DISPLAY 'MISMATCH RPT LINES: ' WS-TOT-MISMRPT-LINES
           DISPLAY 'REJECT RPT LINES:   ' WS-TOT-REJRPT-LINES
           DISPLAY 'DISPOSITION RECORDS: ' WS-TOT-DISP-RECORDS
           DISPLAY 'FEED CONTROL RECORDS: ' WS-TOT-FEED-CONTROLS
           DISPLAY 'RECORDS LIMIT HELD: ' WS-TOT-LIMIT-HELD
           DISPLAY 'LIMIT REVIEW RECORDS: ' WS-TOT-LMTREV-RECORDS
           IF WS-TOT-EXTRACT-RECORDS NOT = WS-TOT-CONVERTED
               DISPLAY 'MERGED EXTRACT DOES NOT MATCH CONSOLIDATED '
                   'CONVERTED COUNT'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TOT-LMTREV-RECORDS NOT = WS-TOT-LIMIT-HELD
               DISPLAY 'MERGED LIMIT REVIEW DOES NOT MATCH '
                   'CONSOLIDATED LIMIT HELD COUNT'
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TOT-DISP-RECORDS NOT = WS-TOT-RECORDS-READ
               DISPLAY 'MERGED DISPOSITIONS DO NOT MATCH CONSOLIDATED '
                   'RECORDS READ'
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE EXTRACT-MERGED
               CLOSE REJECT-MERGED
               CLOSE MISMATCH-MERGED
               CLOSE MISMRPT-MERGED
               CLOSE REJRPT-MERGED
               CLOSE DISPOSITION-MERGED
               CLOSE LMTREV-MERGED
           END-IF.

       3100-WRITE-MERGED-SUMMARY.
           MOVE WS-TOT-REJECTED TO RS-RECORDS-REJECTED
           MOVE WS-TOT-DUPLICATE TO RS-RECORDS-DUPLICATE
           MOVE WS-TOT-MISMATCHED TO RS-RECORDS-MISMATCHED
           MOVE WS-TOT-LIMIT-HELD TO RS-RECORDS-LIMIT-HELD
           MOVE WS-TOT-EXTRACT-HASH TO RS-EXTRACT-HASH-TOTAL
           MOVE ZERO TO RS-PARTITION-ID
           MOVE WS-FIRST-PROCESS-DATE TO RS-PROCESS-DATE
           MOVE WS-FIRST-BASE-CURRENCY TO RS-BASE-CURRENCY
           WRITE RUN-SUMMARY-RECORD
           IF WS-SUMMARY-MERGED-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MERGED RUN-SUMMARY - STATUS: '
                   WS-SUMMARY-MERGED-STATUS
               MOVE 16 TO RETURN-CODE
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

      *    EVERY PARTITION BEING MERGED MUST HAVE COMPLETED. *
       9040-CHECK-PREDECESSORS.
           PERFORM 9042-CHECK-PARTITION-STEP
               VARYING WS-CURRENT-PARTITION FROM 1 BY 1
               UNTIL WS-CURRENT-PARTITION > WS-PARTITION-COUNT
                  OR NOT WS-STEP-CLEARED.

       9042-CHECK-PARTITION-STEP.
           MOVE WS-CURRENT-PARTITION TO WS-PARTITION-STEP-NUMBER
           MOVE WS-PARTITION-STEP TO WS-PREDECESSOR-STEP
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
