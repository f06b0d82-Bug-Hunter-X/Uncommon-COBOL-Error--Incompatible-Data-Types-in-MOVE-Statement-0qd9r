           SELECT MISMATCH-OUT ASSIGN TO 'MISMATCH-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MISMATCH-OUT-STATUS.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPTIONAL SUSPENSE-MASTER ASSIGN TO 'SUSPENSE-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SUSPENSE-AGING-RPT ASSIGN TO 'SUSPENSE-AGING-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.
           SELECT SUSP-DISPOSITION ASSIGN TO 'SUSP-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-DISP-STATUS.
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
           RECORDING MODE IS F.
           COPY MSMOUT.

       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  SUSPENSE-MASTER.
           COPY SUSPMST.
           RECORDING MODE IS F.
           COPY SUSPRPT.

       FD  SUSP-DISPOSITION
           RECORDING MODE IS F.
           COPY DISPOUT.

       FD  BRANCH-MASTER.
           COPY BRNMST.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DUPLICATE-OUT-STATUS PIC X(2)    VALUE '00'.
           05  WS-MISMATCH-OUT-STATUS  PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-SUSP-MASTER-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RESUBMIT-STATUS      PIC X(2)    VALUE '00'.
           05  WS-AGING-RPT-STATUS     PIC X(2)    VALUE '00'.
           05  WS-SUSP-DISP-STATUS     PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'SUSPMGT'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-JOB-ID               PIC X(8)    VALUE SPACES.
           05  WS-AGE-1-TO-7           PIC 9(9)    VALUE ZERO.
           05  WS-AGE-8-TO-30          PIC 9(9)    VALUE ZERO.
           05  WS-AGE-OVER-30          PIC 9(9)    VALUE ZERO.
           05  WS-DISPOSITIONS-WRITTEN PIC 9(9)    VALUE ZERO.

       01  WS-ITEM-WORK-FIELDS.
           05  WS-ITEM-TRANS-KEY       PIC X(10)   VALUE SPACES.
           05  WS-ITEM-SUSP-TYPE       PIC X(1)    VALUE SPACE.
           05  WS-ITEM-TRANS-TYPE      PIC X(1)    VALUE SPACE.
           05  WS-ITEM-EFF-DATE        PIC X(8)    VALUE SPACES.
           05  WS-ITEM-CURRENCY        PIC X(3)    VALUE SPACES.
           05  WS-ITEM-AREA-1          PIC X(100)  VALUE SPACES.
           05  WS-ITEM-AREA-2          PIC X(100)  VALUE SPACES.
           05  WS-ITEM-ORIG-DATE       PIC X(8)    VALUE SPACES.
           05  WS-ITEM-SOURCE-SYSTEM   PIC X(8)    VALUE SPACES.
           05  WS-ITEM-OWNING-BRANCH   PIC X(2)    VALUE SPACES.
           05  WS-ITEM-TRANSFER-DATE   PIC X(8)    VALUE SPACES.
           05  WS-SUCCESSOR-HOPS       PIC 9(4)    COMP VALUE ZERO.

      *    DISPOSITION CARD OF THE APPROVED REQUEST BEING  *
      *    APPLIED, AND THE OPERATORS WHO ENTERED AND       *
      *    APPROVED IT.                                     *
           COPY SUSPCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-BRANCH-MASTER-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-MASTER-OPEN      VALUE 'Y'.
               88  WS-BRANCH-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-OWNER-SWITCH         PIC X(1)    VALUE 'N'.
               88  WS-OWNER-RESOLVED       VALUE 'Y'.
               88  WS-OWNER-NOT-RESOLVED   VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.
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
           VALUE 'SUSPMGT - SUSPENSE AGING AND DISPOSITION REPORT'.
               'TIMES'.
           05  FILLER                      PIC X(9) VALUE
               'DAYS OUT'.
           05  FILLER                      PIC X(4) VALUE
               'BR'.
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  AG-TRANS-KEY                PIC X(10).
           05  AG-TIMES                    PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  AG-DAYS-OUT                 PIC ZZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  AG-OWNING-BRANCH            PIC X(2).
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-RPT-EXCEPTION-LINE.
           05  AX-TRANS-KEY                PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2000-LOAD-DUPLICATES
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2200-LOAD-MISMATCHES
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2400-PROCESS-DISPOSITIONS
               END-IF
               IF WS-FILES-OPEN AND WS-RUN-ACTIVE
                   PERFORM 2600-AGE-OPEN-ITEMS
               END-IF
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           OPEN INPUT DUPLICATE-OUT
           OPEN INPUT MISMATCH-OUT
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN I-O SUSPENSE-MASTER
           IF WS-SUSP-MASTER-STATUS = '05'
               MOVE '00' TO WS-SUSP-MASTER-STATUS
           END-IF
           OPEN OUTPUT SUSP-RESUBMIT
           OPEN OUTPUT SUSPENSE-AGING-RPT
           OPEN OUTPUT SUSP-DISPOSITION
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-MASTER-STATUS = '00'
               SET WS-BRANCH-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'BRANCH-MASTER NOT PRESENT - '
                   'NEW ITEMS OWNED BY KEY BRANCH - STATUS: '
                   WS-BRANCH-MASTER-STATUS
           END-IF
           IF WS-DUPLICATE-OUT-STATUS NOT = '00'
              OR WS-MISMATCH-OUT-STATUS NOT = '00'
              OR WS-APPROVAL-STATUS NOT = '00'
              OR WS-SUSP-MASTER-STATUS NOT = '00'
              OR WS-RESUBMIT-STATUS NOT = '00'
              OR WS-AGING-RPT-STATUS NOT = '00'
              OR WS-SUSP-DISP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-DUPLICATE-OUT-STATUS ' '
                   WS-MISMATCH-OUT-STATUS ' '
                   WS-APPROVAL-STATUS ' '
                   WS-SUSP-MASTER-STATUS ' '
                   WS-RESUBMIT-STATUS ' '
                   WS-AGING-RPT-STATUS ' '
                   WS-SUSP-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
           MOVE 'D' TO WS-ITEM-SUSP-TYPE
           MOVE DS-TRANS-TYPE TO WS-ITEM-TRANS-TYPE
           MOVE DS-EFFECTIVE-DATE TO WS-ITEM-EFF-DATE
           MOVE DS-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE DS-AREA-1 TO WS-ITEM-AREA-1
           MOVE DS-AREA-2 TO WS-ITEM-AREA-2
           MOVE DS-ORIG-CONV-DATE TO WS-ITEM-ORIG-DATE
           MOVE DS-SOURCE-SYSTEM TO WS-ITEM-SOURCE-SYSTEM
           PERFORM 2100-POST-SUSPENSE-ITEM
           PERFORM 2010-READ-DUPLICATE.

           MOVE WS-ITEM-SUSP-TYPE TO SM-SUSPENSE-TYPE
           MOVE WS-ITEM-TRANS-TYPE TO SM-TRANS-TYPE
           MOVE WS-ITEM-EFF-DATE TO SM-EFFECTIVE-DATE
           MOVE WS-ITEM-CURRENCY TO SM-CURRENCY-CODE
           MOVE WS-ITEM-AREA-1 TO SM-AREA-1
           MOVE WS-ITEM-AREA-2 TO SM-AREA-2
           MOVE WS-ITEM-ORIG-DATE TO SM-ORIG-CONV-DATE
           MOVE WS-ITEM-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM
           PERFORM 2130-SET-OWNING-BRANCH
           MOVE WS-ITEM-OWNING-BRANCH TO SM-OWNING-BRANCH
           MOVE WS-ITEM-TRANSFER-DATE TO SM-TRANSFER-DATE
           MOVE WS-RUN-DATE TO SM-FIRST-SUSP-DATE
           MOVE WS-RUN-DATE TO SM-LAST-SUSP-DATE
           MOVE 1 TO SM-TIMES-SUSPENDED
           SET SM-ITEM-OPEN TO TRUE
           MOVE SPACES TO SM-DISP-DATE
           MOVE SPACES TO SM-DISP-REASON
           MOVE SPACES TO SM-DISP-ENTERED-BY
           MOVE SPACES TO SM-DISP-APPROVED-BY
           WRITE SUSPENSE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SUSPENSE-MASTER - KEY: '
       2120-UPDATE-SUSPENSE-ITEM.
           MOVE WS-ITEM-TRANS-TYPE TO SM-TRANS-TYPE
           MOVE WS-ITEM-EFF-DATE TO SM-EFFECTIVE-DATE
           MOVE WS-ITEM-CURRENCY TO SM-CURRENCY-CODE
           MOVE WS-ITEM-AREA-1 TO SM-AREA-1
           MOVE WS-ITEM-AREA-2 TO SM-AREA-2
           IF WS-ITEM-ORIG-DATE NOT = SPACES
               MOVE WS-ITEM-ORIG-DATE TO SM-ORIG-CONV-DATE
           END-IF
           IF WS-ITEM-SOURCE-SYSTEM NOT = SPACES
               MOVE WS-ITEM-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM
           END-IF
           MOVE WS-RUN-DATE TO SM-LAST-SUSP-DATE
           ADD 1 TO SM-TIMES-SUSPENDED
           IF NOT SM-ITEM-OPEN
               SET SM-ITEM-OPEN TO TRUE
               MOVE SPACES TO SM-DISP-DATE
               MOVE SPACES TO SM-DISP-REASON
               MOVE SPACES TO SM-DISP-ENTERED-BY
               MOVE SPACES TO SM-DISP-APPROVED-BY
           END-IF
           REWRITE SUSPENSE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ITEMS-UPDATED
           END-REWRITE.

      *    A NEW ITEM FOR A MERGED BRANCH IS OWNED BY THE    *
      *    BRANCH THAT NOW HOLDS ITS BUSINESS - A MERGE WHOSE*
      *    TRANSFER DATE IS STILL TO COME IS NOT FOLLOWED, AS*
      *    TRNCONV POSTS IT.                                 *
       2130-SET-OWNING-BRANCH.
           MOVE WS-ITEM-TRANS-KEY (1:2) TO WS-ITEM-OWNING-BRANCH
           MOVE SPACES TO WS-ITEM-TRANSFER-DATE
           MOVE ZERO TO WS-SUCCESSOR-HOPS
           SET WS-OWNER-NOT-RESOLVED TO TRUE
           IF WS-BRANCH-MASTER-NOT-OPEN
               SET WS-OWNER-RESOLVED TO TRUE
           END-IF
           PERFORM UNTIL WS-OWNER-RESOLVED
               PERFORM 2135-FOLLOW-SUCCESSOR
           END-PERFORM.

       2135-FOLLOW-SUCCESSOR.
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
                       MOVE BM-TRANSFER-DATE TO WS-ITEM-TRANSFER-DATE
                   END-IF
           END-READ.

       2200-LOAD-MISMATCHES.
           PERFORM 2210-READ-MISMATCH
           PERFORM UNTIL WS-MSM-END OR WS-RUN-HALTED
           MOVE 'M' TO WS-ITEM-SUSP-TYPE
           MOVE MS-TRANS-TYPE TO WS-ITEM-TRANS-TYPE
           MOVE MS-EFFECTIVE-DATE TO WS-ITEM-EFF-DATE
           MOVE MS-CURRENCY-CODE TO WS-ITEM-CURRENCY
           MOVE MS-AREA-1 TO WS-ITEM-AREA-1
           MOVE MS-AREA-2 TO WS-ITEM-AREA-2
           MOVE SPACES TO WS-ITEM-ORIG-DATE
           MOVE MS-SOURCE-SYSTEM TO WS-ITEM-SOURCE-SYSTEM
           PERFORM 2100-POST-SUSPENSE-ITEM
           PERFORM 2210-READ-MISMATCH.

      *    DISPOSITION CARDS ARE TAKEN ONLY FROM REQUESTS    *
      *    APPROVED BY A SECOND OPERATOR ON THE CARD         *
      *    APPROVAL MASTER, EACH MARKED APPLIED AS IT IS     *
      *    READ.                                             *
       2400-PROCESS-DISPOSITIONS.
           MOVE 'SUSPMGT' TO AP-CARD-PROGRAM
           MOVE LOW-VALUES TO AP-ENTRY-DATE
           MOVE ZERO TO AP-ENTRY-SEQUENCE
           START CARD-APPROVAL-MASTER KEY NOT < AP-REQUEST-KEY
               INVALID KEY
                   SET WS-CARD-END-OF-FILE TO TRUE
           END-START
           IF WS-APPROVAL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON CARD-APPROVAL-MASTER START - STATUS: '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-CARD-END-OF-FILE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF
           IF WS-CARD-NOT-END-OF-FILE
               PERFORM 2410-READ-DISPOSITION-CARD
           END-IF
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2420-APPLY-DISPOSITION
           END-PERFORM.

       2410-READ-DISPOSITION-CARD.
           SET WS-CARD-NOT-SELECTED TO TRUE
           PERFORM UNTIL WS-CARD-SELECTED OR WS-CARD-END-OF-FILE
               PERFORM 2412-READ-NEXT-APPROVAL
           END-PERFORM
           IF WS-CARD-SELECTED
               ADD 1 TO WS-CARDS-READ
               PERFORM 2415-MARK-CARD-APPLIED
           END-IF.

       2412-READ-NEXT-APPROVAL.
           READ CARD-APPROVAL-MASTER NEXT RECORD
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
               NOT AT END
                   IF AP-CARD-PROGRAM NOT = 'SUSPMGT'
                       SET WS-CARD-END-OF-FILE TO TRUE
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
               SET WS-CARD-END-OF-FILE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2415-MARK-CARD-APPLIED.
           MOVE AP-CARD-IMAGE TO DISPOSITION-CARD-RECORD
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
                   SET WS-RUN-HALTED TO TRUE
           END-REWRITE.

       2420-APPLY-DISPOSITION.
           IF SD-TRANS-KEY = SPACES
               IF WS-RUN-ACTIVE
                   MOVE WS-RUN-DATE TO SM-DISP-DATE
                   MOVE SD-REASON-CODE TO SM-DISP-REASON
                   MOVE WS-CARD-ENTERED-BY TO SM-DISP-ENTERED-BY
                   MOVE WS-CARD-APPROVED-BY TO SM-DISP-APPROVED-BY
                   REWRITE SUSPENSE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING SUSPENSE-MASTER'
                               WS-SUSP-MASTER-STATUS
                           MOVE 16 TO RETURN-CODE
                           SET WS-RUN-HALTED TO TRUE
                       NOT INVALID KEY
                           PERFORM 2470-WRITE-SUSP-DISPOSITION
                   END-REWRITE
               END-IF
           END-IF.
           MOVE SM-AREA-2 TO TI-AREA-2
           MOVE SM-TRANS-TYPE TO TI-TRANS-TYPE
           MOVE SM-EFFECTIVE-DATE TO TI-EFFECTIVE-DATE
           MOVE SM-CURRENCY-CODE TO TI-CURRENCY-CODE
           MOVE SM-SOURCE-SYSTEM TO TI-ORIG-SOURCE-SYSTEM
           WRITE TRANS-IN-RECORD
           IF WS-RESUBMIT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSP-RESUBMIT - STATUS: '
               END-IF
           END-IF.

       2470-WRITE-SUSP-DISPOSITION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE SM-SOURCE-SYSTEM TO DP-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO DP-FEED-DATE
           MOVE 0001 TO DP-CYCLE-NUMBER
           MOVE 'F' TO DP-RECORD-TYPE
           MOVE SM-TRANS-KEY TO DP-TRANS-KEY
           IF SM-ITEM-RELEASED
               MOVE 'L' TO DP-DISPOSITION
           ELSE
               MOVE 'W' TO DP-DISPOSITION
           END-IF
           MOVE SM-DISP-REASON TO DP-REASON-CODE
           MOVE ZERO TO DP-POSTED-AMOUNT
           MOVE SM-CURRENCY-CODE TO DP-CURRENCY-CODE
           COMPUTE WS-TEST-NUMVAL-RESULT =
                   FUNCTION TEST-NUMVAL (SM-AREA-1)
           IF WS-TEST-NUMVAL-RESULT = 0
               COMPUTE DP-HASH-AMOUNT = FUNCTION NUMVAL (SM-AREA-1)
           ELSE
               MOVE ZERO TO DP-HASH-AMOUNT
           END-IF
           MOVE WS-RUN-DATE TO DP-PROCESS-DATE
           MOVE 'SUSPMGT' TO DP-REPORTED-BY
           WRITE DISPOSITION-RECORD
           IF WS-SUSP-DISP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSP-DISPOSITION - STATUS: '
                   WS-SUSP-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               ADD 1 TO WS-DISPOSITIONS-WRITTEN
           END-IF.

       2600-AGE-OPEN-ITEMS.
           WRITE SUSPENSE-AGING-LINE FROM WS-RPT-HEADING-2
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE SM-LAST-SUSP-DATE TO AG-LAST-DATE
           MOVE SM-TIMES-SUSPENDED TO AG-TIMES
           MOVE WS-DAYS-OUTSTANDING TO AG-DAYS-OUT
           IF SM-OWNING-BRANCH = SPACES
               MOVE SM-TRANS-KEY (1:2) TO AG-OWNING-BRANCH
           ELSE
               MOVE SM-OWNING-BRANCH TO AG-OWNING-BRANCH
           END-IF
           WRITE SUSPENSE-AGING-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-AGING-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SUSPENSE-AGING-RPT - STATUS: '
           DISPLAY 'ITEMS RELEASED:      ' WS-ITEMS-RELEASED
           DISPLAY 'ITEMS WRITTEN OFF:   ' WS-ITEMS-WRITTEN-OFF
           DISPLAY 'RECORDS RESUBMITTED: ' WS-RECORDS-RESUBMITTED
           DISPLAY 'DISPOSITIONS WRITTEN: ' WS-DISPOSITIONS-WRITTEN
           DISPLAY 'OPEN ITEMS ON FILE:  ' WS-OPEN-ITEMS
           DISPLAY 'AGE 1-7 DAYS:        ' WS-AGE-1-TO-7
           DISPLAY 'AGE 8-30 DAYS:       ' WS-AGE-8-TO-30
           IF WS-FILES-OPEN
               CLOSE DUPLICATE-OUT
               CLOSE MISMATCH-OUT
               CLOSE CARD-APPROVAL-MASTER
               CLOSE SUSPENSE-MASTER
               CLOSE SUSP-RESUBMIT
               CLOSE SUSPENSE-AGING-RPT
               CLOSE SUSP-DISPOSITION
           END-IF
           IF WS-BRANCH-MASTER-OPEN
               CLOSE BRANCH-MASTER
           END-IF.

       3300-WRITE-RESUBMIT-TRAILER.
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
