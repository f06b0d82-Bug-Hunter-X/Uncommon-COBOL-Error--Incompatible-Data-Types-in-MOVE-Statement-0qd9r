       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJMGT.
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
           SELECT REJECT-OUT ASSIGN TO 'REJECT-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-OUT-STATUS.
           SELECT OPTIONAL REJECT-INVENTORY ASSIGN TO 'REJECT-INVENTORY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-TRANS-KEY
               FILE STATUS IS WS-REJECT-INV-STATUS.
           SELECT REJECT-LOAD-RPT ASSIGN TO 'REJECT-LOAD-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAD-RPT-STATUS.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO 'BRANCH-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.
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

       FD  REJECT-OUT
           RECORDING MODE IS F.
           COPY REJOUT.

       FD  REJECT-INVENTORY.
           COPY REJMST.

       FD  REJECT-LOAD-RPT
           RECORDING MODE IS F.
           COPY RJMRPT.

       FD  BRANCH-MASTER.
           COPY BRNMST.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-OUT-STATUS   PIC X(2)    VALUE '00'.
           05  WS-REJECT-OUT-STATUS    PIC X(2)    VALUE '00'.
           05  WS-REJECT-INV-STATUS    PIC X(2)    VALUE '00'.
           05  WS-LOAD-RPT-STATUS      PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'REJMGT'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACTS-READ        PIC 9(9)    VALUE ZERO.
           05  WS-REJECTS-READ         PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-ADDED          PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-UPDATED        PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-REOPENED       PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-RECURRED       PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-ALREADY-LOADED PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-REPAIRED       PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-CONVERTED      PIC 9(9)    VALUE ZERO.

       01  WS-ITEM-WORK-FIELDS.
           05  WS-ITEM-OWNING-BRANCH   PIC X(2)    VALUE SPACES.
           05  WS-SUCCESSOR-HOPS       PIC 9(4)    COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EXT-EOF-SWITCH       PIC X(1)    VALUE 'N'.
               88  WS-EXT-END              VALUE 'Y'.
               88  WS-EXT-NOT-END          VALUE 'N'.
           05  WS-REJ-EOF-SWITCH       PIC X(1)    VALUE 'N'.
               88  WS-REJ-END              VALUE 'Y'.
               88  WS-REJ-NOT-END          VALUE 'N'.
           05  WS-HALT-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RUN-HALTED           VALUE 'Y'.
               88  WS-RUN-ACTIVE           VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-BRANCH-MASTER-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-MASTER-OPEN      VALUE 'Y'.
               88  WS-BRANCH-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-OWNER-SWITCH         PIC X(1)    VALUE 'N'.
               88  WS-OWNER-RESOLVED       VALUE 'Y'.
               88  WS-OWNER-NOT-RESOLVED   VALUE 'N'.
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
           VALUE 'REJMGT - REJECT INVENTORY DAILY LOAD REPORT'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(13) VALUE
               'PROCESS DATE '.
           05  RL-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               'TRANS KEY '.
           05  FILLER                      PIC X(5) VALUE
               'BR'.
           05  FILLER                      PIC X(7) VALUE
               'RSN'.
           05  FILLER                      PIC X(12) VALUE
               'FIRST DATE'.
           05  FILLER                      PIC X(7) VALUE
               'TIMES'.
           05  FILLER                      PIC X(30) VALUE
               'INVENTORY ACTION'.
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  RL-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RL-OWNING-BRANCH            PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  RL-FIRST-DATE               PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-TIMES                    PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  RL-ACTION                   PIC X(40).
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RL-TOTAL-LABEL              PIC X(23).
           05  RL-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2000-CLOSE-CONVERTED-ITEMS
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2200-LOAD-REJECTS
               END-IF
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT EXTRACT-OUT
           OPEN INPUT REJECT-OUT
           OPEN I-O REJECT-INVENTORY
           IF WS-REJECT-INV-STATUS = '05'
               MOVE '00' TO WS-REJECT-INV-STATUS
           END-IF
           OPEN OUTPUT REJECT-LOAD-RPT
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-MASTER-STATUS = '00'
               SET WS-BRANCH-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'BRANCH-MASTER NOT PRESENT - '
                   'NEW ITEMS OWNED BY KEY BRANCH - STATUS: '
                   WS-BRANCH-MASTER-STATUS
           END-IF
           IF WS-EXTRACT-OUT-STATUS NOT = '00'
              OR WS-REJECT-OUT-STATUS NOT = '00'
              OR WS-REJECT-INV-STATUS NOT = '00'
              OR WS-LOAD-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-EXTRACT-OUT-STATUS ' '
                   WS-REJECT-OUT-STATUS ' '
                   WS-REJECT-INV-STATUS ' '
                   WS-LOAD-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE REJECT-LOAD-LINE FROM WS-RPT-HEADING-1
               MOVE WS-STEP-PROCESS-DATE TO RL-PROCESS-DATE
               WRITE REJECT-LOAD-LINE FROM WS-RPT-RUN-LINE
               WRITE REJECT-LOAD-LINE FROM WS-RPT-HEADING-2
           END-IF.

      *    AN OUTSTANDING ITEM WHOSE KEY TRNCONV HAS NOW     *
      *    CONVERTED IS CLOSED - AS REPAIRED WHEN TRNFIX HAD *
      *    RESUBMITTED IT, OTHERWISE AS CONVERTED (THE SOURCE*
      *    SENT IT AGAIN).                                   *
       2000-CLOSE-CONVERTED-ITEMS.
           PERFORM 2010-READ-EXTRACT
           PERFORM UNTIL WS-EXT-END OR WS-RUN-HALTED
               PERFORM 2020-CHECK-EXTRACT-KEY
           END-PERFORM.

       2010-READ-EXTRACT.
           READ EXTRACT-OUT
               AT END
                   SET WS-EXT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACTS-READ
           END-READ.

       2020-CHECK-EXTRACT-KEY.
           MOVE EO-TRANS-KEY TO RI-TRANS-KEY
           READ REJECT-INVENTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RI-ITEM-OUTSTANDING
                       PERFORM 2030-CLOSE-ITEM
                   END-IF
           END-READ
           PERFORM 2010-READ-EXTRACT.

       2030-CLOSE-ITEM.
           IF RI-ITEM-RESUBMITTED
               SET RI-ITEM-REPAIRED TO TRUE
               MOVE 'CLOSED - RESUBMISSION CONVERTED'
                   TO RL-ACTION
           ELSE
               SET RI-ITEM-CONVERTED TO TRUE
               MOVE 'CLOSED - CONVERTED WITHOUT RESUBMISSION'
                   TO RL-ACTION
           END-IF
           MOVE WS-STEP-PROCESS-DATE TO RI-CLOSED-DATE
           REWRITE REJECT-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING REJECT-INVENTORY - KEY: '
                       RI-TRANS-KEY ' STATUS: '
                       WS-REJECT-INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   IF RI-ITEM-REPAIRED
                       ADD 1 TO WS-ITEMS-REPAIRED
                   ELSE
                       ADD 1 TO WS-ITEMS-CONVERTED
                   END-IF
                   PERFORM 8000-WRITE-DETAIL-LINE
           END-REWRITE.

      *    REJECT-OUT HOLDS THE WHOLE DAY'S REJECTS - ON A   *
      *    PARTITIONED DAY TRNMERGE HAS ALREADY MERGED THE   *
      *    PARTITION FILES INTO IT.                          *
       2200-LOAD-REJECTS.
           PERFORM 2210-READ-REJECT
           PERFORM UNTIL WS-REJ-END OR WS-RUN-HALTED
               PERFORM 2220-POST-REJECT
           END-PERFORM.

       2210-READ-REJECT.
           READ REJECT-OUT
               AT END
                   SET WS-REJ-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

       2220-POST-REJECT.
           MOVE RO-TRANS-KEY TO RI-TRANS-KEY
           READ REJECT-INVENTORY
               INVALID KEY
                   PERFORM 2230-ADD-INVENTORY-ITEM
               NOT INVALID KEY
                   PERFORM 2240-UPDATE-INVENTORY-ITEM
           END-READ
           PERFORM 2210-READ-REJECT.

       2230-ADD-INVENTORY-ITEM.
           MOVE SPACES TO REJECT-INVENTORY-RECORD
           MOVE RO-TRANS-KEY TO RI-TRANS-KEY
           PERFORM 2250-MOVE-REJECT-DETAILS
           PERFORM 2260-SET-OWNING-BRANCH
           MOVE WS-ITEM-OWNING-BRANCH TO RI-OWNING-BRANCH
           MOVE WS-STEP-PROCESS-DATE TO RI-FIRST-REJECT-DATE
           MOVE WS-STEP-PROCESS-DATE TO RI-LAST-REJECT-DATE
           MOVE 1 TO RI-TIMES-REJECTED
           SET RI-ITEM-OPEN TO TRUE
           MOVE ZERO TO RI-RESUBMIT-COUNT
           MOVE ZERO TO RI-TIMES-ESCALATED
           WRITE REJECT-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING REJECT-INVENTORY - KEY: '
                       RI-TRANS-KEY ' STATUS: '
                       WS-REJECT-INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-ADDED
           END-WRITE.

      *    A REJECT ALREADY LOADED FOR THE PROCESS DATE (A   *
      *    RERUN) IS LEFT ALONE.  A RESUBMITTED ITEM THAT HAS*
      *    REJECTED AGAIN GOES BACK TO OPEN; A CLOSED ITEM   *
      *    THAT REJECTS AGAIN STARTS A NEW OCCURRENCE AND    *
      *    AGES FROM TODAY.                                  *
       2240-UPDATE-INVENTORY-ITEM.
           IF RI-LAST-REJECT-DATE = WS-STEP-PROCESS-DATE
               ADD 1 TO WS-ITEMS-ALREADY-LOADED
           ELSE
               PERFORM 2250-MOVE-REJECT-DETAILS
               MOVE WS-STEP-PROCESS-DATE TO RI-LAST-REJECT-DATE
               ADD 1 TO RI-TIMES-REJECTED
               EVALUATE TRUE
                   WHEN RI-ITEM-CLOSED
                       PERFORM 2245-START-NEW-OCCURRENCE
                   WHEN RI-ITEM-RESUBMITTED
                       SET RI-ITEM-OPEN TO TRUE
                       MOVE 'REOPENED - RESUBMISSION REJECTED'
                           TO RL-ACTION
                   WHEN OTHER
                       MOVE SPACES TO RL-ACTION
               END-EVALUATE
               REWRITE REJECT-INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING REJECT-INVENTORY'
                           ' - KEY: ' RI-TRANS-KEY ' STATUS: '
                           WS-REJECT-INV-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-RUN-HALTED TO TRUE
                   NOT INVALID KEY
                       PERFORM 2248-COUNT-UPDATE
               END-REWRITE
           END-IF.

       2245-START-NEW-OCCURRENCE.
           PERFORM 2260-SET-OWNING-BRANCH
           MOVE WS-ITEM-OWNING-BRANCH TO RI-OWNING-BRANCH
           MOVE WS-STEP-PROCESS-DATE TO RI-FIRST-REJECT-DATE
           SET RI-ITEM-OPEN TO TRUE
           MOVE SPACES TO RI-RESUBMIT-DATE
           MOVE ZERO TO RI-RESUBMIT-COUNT
           MOVE SPACES TO RI-RESUBMITTED-BY
           MOVE SPACES TO RI-RESUBMIT-APPROVED-BY
           MOVE SPACES TO RI-CLOSED-DATE
           MOVE SPACES TO RI-ESCALATED-DATE
           MOVE ZERO TO RI-TIMES-ESCALATED
           MOVE 'REJECTED AGAIN AFTER CLOSE - NEW ITEM'
               TO RL-ACTION.

       2248-COUNT-UPDATE.
           IF RL-ACTION = SPACES
               ADD 1 TO WS-ITEMS-UPDATED
           ELSE
               IF RI-FIRST-REJECT-DATE = WS-STEP-PROCESS-DATE
                   ADD 1 TO WS-ITEMS-RECURRED
               ELSE
                   ADD 1 TO WS-ITEMS-REOPENED
               END-IF
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.

       2250-MOVE-REJECT-DETAILS.
           MOVE RO-REASON-CODE TO RI-REASON-CODE
           MOVE RO-REASON-TEXT TO RI-REASON-TEXT
           MOVE RO-SOURCE-FIELD TO RI-SOURCE-FIELD
           MOVE RO-TRANS-TYPE TO RI-TRANS-TYPE
           MOVE RO-EFFECTIVE-DATE TO RI-EFFECTIVE-DATE
           MOVE RO-CURRENCY-CODE TO RI-CURRENCY-CODE
           IF RO-SOURCE-SYSTEM NOT = SPACES
               MOVE RO-SOURCE-SYSTEM TO RI-SOURCE-SYSTEM
           END-IF.

      *    A NEW ITEM FOR A MERGED BRANCH IS OWNED BY THE    *
      *    BRANCH THAT NOW HOLDS ITS BUSINESS - A MERGE WHOSE*
      *    TRANSFER DATE IS STILL TO COME IS NOT FOLLOWED, AS*
      *    TRNCONV POSTS IT.                                 *
       2260-SET-OWNING-BRANCH.
           MOVE RI-TRANS-KEY (1:2) TO WS-ITEM-OWNING-BRANCH
           MOVE ZERO TO WS-SUCCESSOR-HOPS
           SET WS-OWNER-NOT-RESOLVED TO TRUE
           IF WS-BRANCH-MASTER-NOT-OPEN
               SET WS-OWNER-RESOLVED TO TRUE
           END-IF
           PERFORM UNTIL WS-OWNER-RESOLVED
               PERFORM 2265-FOLLOW-SUCCESSOR
           END-PERFORM.

       2265-FOLLOW-SUCCESSOR.
           ADD 1 TO WS-SUCCESSOR-HOPS
           MOVE WS-ITEM-OWNING-BRANCH TO BM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   SET WS-OWNER-RESOLVED TO TRUE
               NOT INVALID KEY
                   IF BM-BRANCH-OPEN OR BM-NO-SUCCESSOR
                      OR WS-SUCCESSOR-HOPS > 9
                      OR WS-STEP-PROCESS-DATE < BM-TRANSFER-DATE
                       SET WS-OWNER-RESOLVED TO TRUE
                   ELSE
                       MOVE BM-SUCCESSOR-BRANCH
                           TO WS-ITEM-OWNING-BRANCH
                   END-IF
           END-READ.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE 'EXTRACTS READ:' TO RL-TOTAL-LABEL
               MOVE WS-EXTRACTS-READ TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLOSED - REPAIRED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-REPAIRED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLOSED - CONVERTED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-CONVERTED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REJECTS READ:' TO RL-TOTAL-LABEL
               MOVE WS-REJECTS-READ TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ITEMS ADDED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-ADDED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ITEMS REJECTED AGAIN:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-UPDATED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ITEMS REOPENED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-REOPENED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLOSED ITEMS RECURRED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-RECURRED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ALREADY LOADED:' TO RL-TOTAL-LABEL
               MOVE WS-ITEMS-ALREADY-LOADED TO RL-TOTAL-COUNT
               WRITE REJECT-LOAD-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY '===== REJMGT CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:        ' WS-STEP-PROCESS-DATE
           DISPLAY 'EXTRACTS READ:       ' WS-EXTRACTS-READ
           DISPLAY 'CLOSED - REPAIRED:   ' WS-ITEMS-REPAIRED
           DISPLAY 'CLOSED - CONVERTED:  ' WS-ITEMS-CONVERTED
           DISPLAY 'REJECTS READ:        ' WS-REJECTS-READ
           DISPLAY 'ITEMS ADDED:         ' WS-ITEMS-ADDED
           DISPLAY 'ITEMS REJECTED AGAIN: ' WS-ITEMS-UPDATED
           DISPLAY 'ITEMS REOPENED:      ' WS-ITEMS-REOPENED
           DISPLAY 'CLOSED ITEMS RECURRED: ' WS-ITEMS-RECURRED
           DISPLAY 'ALREADY LOADED:      ' WS-ITEMS-ALREADY-LOADED
           IF WS-FILES-OPEN
               CLOSE EXTRACT-OUT
               CLOSE REJECT-OUT
               CLOSE REJECT-INVENTORY
               CLOSE REJECT-LOAD-RPT
           END-IF
           IF WS-BRANCH-MASTER-OPEN
               CLOSE BRANCH-MASTER
           END-IF.

       8000-WRITE-DETAIL-LINE.
           MOVE RI-TRANS-KEY TO RL-TRANS-KEY
           MOVE RI-OWNING-BRANCH TO RL-OWNING-BRANCH
           MOVE RI-REASON-CODE TO RL-REASON-CODE
           MOVE RI-FIRST-REJECT-DATE TO RL-FIRST-DATE
           MOVE RI-TIMES-REJECTED TO RL-TIMES
           WRITE REJECT-LOAD-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-LOAD-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REJECT-LOAD-RPT - STATUS: '
                   WS-LOAD-RPT-STATUS
               MOVE 16 TO RETURN-CODE
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
