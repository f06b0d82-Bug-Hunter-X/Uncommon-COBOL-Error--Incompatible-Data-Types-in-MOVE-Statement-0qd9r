       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMTMGT.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-REVIEW-OUT ASSIGN TO 'LIMIT-REVIEW-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REVIEW-STATUS.
           SELECT OPTIONAL CARD-APPROVAL-MASTER
               ASSIGN TO 'CARD-APPROVAL-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPTIONAL LIMIT-REVIEW-MASTER
               ASSIGN TO 'LIMIT-REVIEW-MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS WS-LIMIT-MASTER-STATUS.
           SELECT LIMIT-RELEASE ASSIGN TO 'LIMIT-RELEASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT LIMIT-REVIEW-RPT ASSIGN TO 'LIMIT-REVIEW-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.
           SELECT LIMIT-DISPOSITION ASSIGN TO 'LIMIT-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-REVIEW-OUT
           RECORDING MODE IS F.
           COPY LMTREV.

       FD  CARD-APPROVAL-MASTER.
           COPY APRMST.

       FD  LIMIT-REVIEW-MASTER.
           COPY LMTMST.

       FD  LIMIT-RELEASE
           RECORDING MODE IS F.
           COPY TRANIN.

       FD  LIMIT-REVIEW-RPT
           RECORDING MODE IS F.
           COPY LMTRPT.

       FD  LIMIT-DISPOSITION
           RECORDING MODE IS F.
           COPY DISPOUT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LIMIT-REVIEW-STATUS  PIC X(2)    VALUE '00'.
           05  WS-APPROVAL-STATUS      PIC X(2)    VALUE '00'.
           05  WS-LIMIT-MASTER-STATUS  PIC X(2)    VALUE '00'.
           05  WS-RELEASE-STATUS       PIC X(2)    VALUE '00'.
           05  WS-REVIEW-RPT-STATUS    PIC X(2)    VALUE '00'.
           05  WS-LIMIT-DISP-STATUS    PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-JOB-ID               PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.
           05  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-REVIEW-ITEMS-READ    PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-ADDED          PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-UPDATED        PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-ALREADY-LOADED PIC 9(9)    VALUE ZERO.
           05  WS-CARDS-READ           PIC 9(9)    VALUE ZERO.
           05  WS-CARD-EXCEPTIONS      PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-APPROVED       PIC 9(9)    VALUE ZERO.
           05  WS-ITEMS-DECLINED       PIC 9(9)    VALUE ZERO.
           05  WS-RECORDS-RELEASED     PIC 9(9)    VALUE ZERO.
           05  WS-RELEASE-HASH-TOTAL   PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-PENDING-ITEMS        PIC 9(9)    VALUE ZERO.
           05  WS-PENDING-AMOUNT       PIC 9(13)   VALUE ZERO.
           05  WS-PENDING-BRANCHES     PIC 9(9)    VALUE ZERO.
           05  WS-DISPOSITIONS-WRITTEN PIC 9(9)    VALUE ZERO.

      *    DECISION CARD OF THE APPROVED REQUEST BEING     *
      *    APPLIED, AND THE OPERATORS WHO ENTERED AND       *
      *    APPROVED IT.                                     *
           COPY LMTCD.

       01  WS-CARD-ENTERED-BY          PIC X(8)    VALUE SPACES.
       01  WS-CARD-APPROVED-BY         PIC X(8)    VALUE SPACES.

       01  WS-BRANCH-BREAK-FIELDS.
           05  WS-PREV-BRANCH          PIC X(2)    VALUE SPACES.
           05  WS-BRANCH-ITEMS         PIC 9(9)    VALUE ZERO.
           05  WS-BRANCH-AMOUNT        PIC 9(13)   VALUE ZERO.

       01  WS-DATE-WORK-FIELDS.
           05  WS-DATE-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-RUN-DATE-INT         PIC S9(9)   COMP VALUE ZERO.
           05  WS-FIRST-DATE-INT       PIC S9(9)   COMP VALUE ZERO.
           05  WS-DAYS-PENDING         PIC S9(5)   COMP VALUE ZERO.

       01  WS-TEST-NUMVAL-RESULT       PIC S9(4).

       01  WS-SWITCHES.
           05  WS-REVIEW-EOF-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-REVIEW-END           VALUE 'Y'.
               88  WS-REVIEW-NOT-END       VALUE 'N'.
           05  WS-CARD-EOF-SWITCH      PIC X(1)    VALUE 'N'.
               88  WS-CARD-END-OF-FILE     VALUE 'Y'.
               88  WS-CARD-NOT-END-OF-FILE VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(1)    VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-ACTIVE        VALUE 'N'.
           05  WS-HALT-SWITCH          PIC X(1)    VALUE 'N'.
               88  WS-RUN-HALTED           VALUE 'Y'.
               88  WS-RUN-ACTIVE           VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-CARD-SELECT-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CARD-SELECTED        VALUE 'Y'.
               88  WS-CARD-NOT-SELECTED    VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'LMTMGT - BRANCH LIMIT COMPLIANCE REVIEW REPORT'.

       01  WS-RPT-RUN-LINE.
           05  FILLER                      PIC X(9) VALUE
               'RUN DATE '.
           05  LL-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(10) VALUE
               '  OPERATOR'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  LL-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(96) VALUE SPACES.

       01  WS-RPT-DECISION-HEADING         PIC X(132)
           VALUE 'COMPLIANCE DECISIONS APPLIED THIS RUN'.

       01  WS-RPT-PENDING-HEADING          PIC X(132)
           VALUE 'ITEMS AWAITING COMPLIANCE REVIEW BY BRANCH'.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(4) VALUE
               'BR'.
           05  FILLER                      PIC X(12) VALUE
               'TRANS KEY'.
           05  FILLER                      PIC X(5) VALUE
               'TYP'.
           05  FILLER                      PIC X(6) VALUE
               'RSN'.
           05  FILLER                      PIC X(15) VALUE
               ' BASE AMOUNT'.
           05  FILLER                      PIC X(19) VALUE
               '            LIMIT'.
           05  FILLER                      PIC X(10) VALUE
               'DAY COUNT'.
           05  FILLER                      PIC X(19) VALUE
               '       DAY AMOUNT'.
           05  FILLER                      PIC X(11) VALUE
               'FIRST HELD'.
           05  FILLER                      PIC X(6) VALUE
               'TIMES'.
           05  FILLER                      PIC X(10) VALUE
               'SOURCE'.
           05  FILLER                      PIC X(15) VALUE
               'DAYS'.

       01  WS-RPT-DETAIL-LINE.
           05  LL-BRANCH                   PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-TRANS-TYPE               PIC X(1).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  LL-LIMIT-REASON             PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-BASE-AMOUNT              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  LL-LIMIT-VALUE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-DAY-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  LL-DAY-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-FIRST-HELD               PIC X(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  LL-TIMES                    PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  LL-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LL-DAYS-PENDING             PIC ZZZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-RPT-BRANCH-LINE.
           05  FILLER                      PIC X(7) VALUE
               'BRANCH '.
           05  LB-BRANCH                   PIC X(2).
           05  FILLER                      PIC X(16) VALUE
               ' ITEMS PENDING: '.
           05  LB-ITEM-COUNT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(9) VALUE
               ' AMOUNT: '.
           05  LB-ITEM-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-RPT-DECISION-LINE.
           05  LC-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-TRANS-TYPE               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-ACTION-TEXT              PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-REASON-CODE              PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-BASE-AMOUNT              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-DECIDED-BY               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LC-APPROVED-BY              PIC X(8).
           05  FILLER                      PIC X(67) VALUE SPACES.

       01  WS-RPT-EXCEPTION-LINE.
           05  LX-TRANS-KEY                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  LX-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  LT-TOTAL-LABEL              PIC X(23).
           05  LT-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2000-LOAD-REVIEW-ITEMS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2400-PROCESS-DECISIONS
           END-IF
           IF WS-FILES-OPEN AND WS-RUN-ACTIVE
               PERFORM 2600-LIST-PENDING-ITEMS
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           OPEN INPUT LIMIT-REVIEW-OUT
           OPEN I-O CARD-APPROVAL-MASTER
           IF WS-APPROVAL-STATUS = '05'
               MOVE '00' TO WS-APPROVAL-STATUS
           END-IF
           OPEN I-O LIMIT-REVIEW-MASTER
           IF WS-LIMIT-MASTER-STATUS = '05'
               MOVE '00' TO WS-LIMIT-MASTER-STATUS
           END-IF
           OPEN OUTPUT LIMIT-RELEASE
           OPEN OUTPUT LIMIT-REVIEW-RPT
           OPEN OUTPUT LIMIT-DISPOSITION
           IF WS-LIMIT-REVIEW-STATUS NOT = '00'
              OR WS-APPROVAL-STATUS NOT = '00'
              OR WS-LIMIT-MASTER-STATUS NOT = '00'
              OR WS-RELEASE-STATUS NOT = '00'
              OR WS-REVIEW-RPT-STATUS NOT = '00'
              OR WS-LIMIT-DISP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-LIMIT-REVIEW-STATUS ' '
                   WS-APPROVAL-STATUS ' '
                   WS-LIMIT-MASTER-STATUS ' '
                   WS-RELEASE-STATUS ' '
                   WS-REVIEW-RPT-STATUS ' '
                   WS-LIMIT-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-HEADING-1
               MOVE WS-RUN-DATE TO LL-RUN-DATE
               MOVE WS-OPERATOR-ID TO LL-OPERATOR-ID
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-RUN-LINE
               PERFORM 1200-WRITE-RELEASE-HEADER
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOB_ID'
           IF WS-JOB-ID = SPACES
               MOVE 'LMTMGT' TO WS-JOB-ID
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR_ID'
           IF WS-OPERATOR-ID = SPACES
               MOVE WS-JOB-ID TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).

       1200-WRITE-RELEASE-HEADER.
           MOVE SPACES TO TRANS-IN-RECORD
           MOVE 'HDR0000000' TO TH-RECORD-ID
           MOVE WS-RUN-DATE TO TH-FEED-DATE
           MOVE 'LMTMGT  ' TO TH-SOURCE-SYSTEM
           MOVE 0001 TO TH-CYCLE-NUMBER
           WRITE TRANS-IN-RECORD
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-RELEASE - STATUS: '
                   WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2000-LOAD-REVIEW-ITEMS.
           PERFORM 2010-READ-REVIEW-ITEM
           PERFORM UNTIL WS-REVIEW-END OR WS-RUN-HALTED
               PERFORM 2100-POST-REVIEW-ITEM
               PERFORM 2010-READ-REVIEW-ITEM
           END-PERFORM.

       2010-READ-REVIEW-ITEM.
           READ LIMIT-REVIEW-OUT
               AT END
                   SET WS-REVIEW-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEW-ITEMS-READ
           END-READ.

       2100-POST-REVIEW-ITEM.
           MOVE LR-TRANS-KEY TO LM-TRANS-KEY
           MOVE LR-TRANS-TYPE TO LM-TRANS-TYPE
           READ LIMIT-REVIEW-MASTER
               INVALID KEY
                   PERFORM 2110-ADD-REVIEW-ITEM
               NOT INVALID KEY
                   PERFORM 2120-UPDATE-REVIEW-ITEM
           END-READ.

       2110-ADD-REVIEW-ITEM.
           MOVE LR-TRANS-KEY TO LM-TRANS-KEY
           MOVE LR-TRANS-TYPE TO LM-TRANS-TYPE
           PERFORM 2130-MOVE-ITEM-DETAIL
           MOVE LR-PROCESS-DATE TO LM-FIRST-HELD-DATE
           MOVE LR-PROCESS-DATE TO LM-LAST-HELD-DATE
           MOVE 1 TO LM-TIMES-HELD
           SET LM-ITEM-PENDING TO TRUE
           MOVE SPACES TO LM-DECISION-DATE
           MOVE SPACES TO LM-DECISION-REASON
           MOVE SPACES TO LM-DECIDED-BY
           MOVE SPACES TO LM-APPROVED-BY
           WRITE LIMIT-REVIEW-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING LIMIT-REVIEW-MASTER - KEY: '
                       LM-MASTER-KEY ' STATUS: '
                       WS-LIMIT-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-ADDED
           END-WRITE.

      *    AN ITEM ALREADY HELD FOR THIS PROCESS DATE IS A   *
      *    RERUN OF THE SAME LIMIT-REVIEW-OUT - IT IS LEFT   *
      *    ALONE SO A DECISION ALREADY TAKEN ON IT STANDS AND*
      *    THE ITEM IS NOT RELEASED A SECOND TIME.           *
       2120-UPDATE-REVIEW-ITEM.
           IF LM-LAST-HELD-DATE = LR-PROCESS-DATE
               ADD 1 TO WS-ITEMS-ALREADY-LOADED
           ELSE
               PERFORM 2125-REHOLD-REVIEW-ITEM
           END-IF.

       2125-REHOLD-REVIEW-ITEM.
           PERFORM 2130-MOVE-ITEM-DETAIL
           MOVE LR-PROCESS-DATE TO LM-LAST-HELD-DATE
           ADD 1 TO LM-TIMES-HELD
           IF NOT LM-ITEM-PENDING
               SET LM-ITEM-PENDING TO TRUE
               MOVE SPACES TO LM-DECISION-DATE
               MOVE SPACES TO LM-DECISION-REASON
               MOVE SPACES TO LM-DECIDED-BY
               MOVE SPACES TO LM-APPROVED-BY
           END-IF
           REWRITE LIMIT-REVIEW-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING LIMIT-REVIEW-MASTER - KEY: '
                       LM-MASTER-KEY ' STATUS: '
                       WS-LIMIT-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-HALTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-UPDATED
           END-REWRITE.

       2130-MOVE-ITEM-DETAIL.
           MOVE LR-EFFECTIVE-DATE TO LM-EFFECTIVE-DATE
           MOVE LR-CURRENCY-CODE TO LM-CURRENCY-CODE
           MOVE LR-AREA-1 TO LM-AREA-1
           MOVE LR-AREA-2 TO LM-AREA-2
           MOVE LR-BASE-AMOUNT TO LM-BASE-AMOUNT
           MOVE LR-LIMIT-REASON TO LM-LIMIT-REASON
           MOVE LR-LIMIT-VALUE TO LM-LIMIT-VALUE
           MOVE LR-DAY-COUNT TO LM-DAY-COUNT
           MOVE LR-DAY-AMOUNT TO LM-DAY-AMOUNT
           MOVE LR-SOURCE-SYSTEM TO LM-SOURCE-SYSTEM.

      *    DECISION CARDS ARE TAKEN ONLY FROM REQUESTS       *
      *    APPROVED BY A SECOND OPERATOR ON THE CARD         *
      *    APPROVAL MASTER, EACH MARKED APPLIED AS IT IS     *
      *    READ.                                             *
       2400-PROCESS-DECISIONS.
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-DECISION-HEADING
           MOVE 'LMTMGT' TO AP-CARD-PROGRAM
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
               PERFORM 2410-READ-DECISION-CARD
           END-IF
           PERFORM UNTIL WS-CARD-END-OF-FILE OR WS-RUN-HALTED
               PERFORM 2420-APPLY-DECISION
           END-PERFORM.

       2410-READ-DECISION-CARD.
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
                   IF AP-CARD-PROGRAM NOT = 'LMTMGT'
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
           MOVE AP-CARD-IMAGE TO LIMIT-DECISION-CARD-RECORD
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

       2420-APPLY-DECISION.
           IF LD-TRANS-KEY = SPACES
              OR NOT LD-TRANS-TYPE-VALID
              OR NOT LD-ACTION-VALID
               MOVE LD-TRANS-KEY TO LX-TRANS-KEY
               MOVE 'DECISION CARD MALFORMED'
                   TO LX-REASON-TEXT
               PERFORM 8000-WRITE-CARD-EXCEPTION
           ELSE
               IF LD-DECLINE-ACTION AND LD-REASON-CODE = SPACES
                   MOVE LD-TRANS-KEY TO LX-TRANS-KEY
                   MOVE 'DECLINE REQUIRES A REASON CODE'
                       TO LX-REASON-TEXT
                   PERFORM 8000-WRITE-CARD-EXCEPTION
               ELSE
                   PERFORM 2440-LOCATE-AND-DECIDE
               END-IF
           END-IF
           PERFORM 2410-READ-DECISION-CARD.

       2440-LOCATE-AND-DECIDE.
           MOVE LD-TRANS-KEY TO LM-TRANS-KEY
           MOVE LD-TRANS-TYPE TO LM-TRANS-TYPE
           READ LIMIT-REVIEW-MASTER
               INVALID KEY
                   MOVE LD-TRANS-KEY TO LX-TRANS-KEY
                   MOVE 'NO HELD ITEM FOR DECISION CARD'
                       TO LX-REASON-TEXT
                   PERFORM 8000-WRITE-CARD-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2450-DECIDE-ITEM
           END-READ.

       2450-DECIDE-ITEM.
           IF NOT LM-ITEM-PENDING
               MOVE LD-TRANS-KEY TO LX-TRANS-KEY
               MOVE 'HELD ITEM IS NOT PENDING REVIEW'
                   TO LX-REASON-TEXT
               PERFORM 8000-WRITE-CARD-EXCEPTION
           ELSE
               IF LD-APPROVE-ACTION
                   PERFORM 2460-RELEASE-ITEM
               ELSE
                   SET LM-ITEM-DECLINED TO TRUE
                   ADD 1 TO WS-ITEMS-DECLINED
               END-IF
               IF WS-RUN-ACTIVE
                   MOVE WS-RUN-DATE TO LM-DECISION-DATE
                   MOVE LD-REASON-CODE TO LM-DECISION-REASON
                   MOVE WS-CARD-ENTERED-BY TO LM-DECIDED-BY
                   MOVE WS-CARD-APPROVED-BY TO LM-APPROVED-BY
                   REWRITE LIMIT-REVIEW-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING LIMIT-REVIEW-MASTER'
                               ' - KEY: ' LM-MASTER-KEY ' STATUS: '
                               WS-LIMIT-MASTER-STATUS
                           MOVE 16 TO RETURN-CODE
                           SET WS-RUN-HALTED TO TRUE
                       NOT INVALID KEY
                           PERFORM 2470-WRITE-LIMIT-DISPOSITION
                           PERFORM 2480-WRITE-DECISION-LINE
                   END-REWRITE
               END-IF
           END-IF.

       2460-RELEASE-ITEM.
           MOVE SPACES TO TRANS-IN-RECORD
           MOVE LM-TRANS-KEY TO TI-TRANS-KEY
           MOVE LM-AREA-1 TO TI-AREA-1
           MOVE LM-AREA-2 TO TI-AREA-2
           MOVE LM-TRANS-TYPE TO TI-TRANS-TYPE
           MOVE LM-EFFECTIVE-DATE TO TI-EFFECTIVE-DATE
           MOVE LM-CURRENCY-CODE TO TI-CURRENCY-CODE
           MOVE LM-SOURCE-SYSTEM TO TI-ORIG-SOURCE-SYSTEM
           SET TI-LIMIT-APPROVED-ITEM TO TRUE
           WRITE TRANS-IN-RECORD
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-RELEASE - STATUS: '
                   WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               SET LM-ITEM-APPROVED TO TRUE
               ADD 1 TO WS-ITEMS-APPROVED
               ADD 1 TO WS-RECORDS-RELEASED
               COMPUTE WS-TEST-NUMVAL-RESULT =
                       FUNCTION TEST-NUMVAL (LM-AREA-1)
               IF WS-TEST-NUMVAL-RESULT = 0
                   COMPUTE WS-RELEASE-HASH-TOTAL =
                       WS-RELEASE-HASH-TOTAL
                       + FUNCTION NUMVAL (LM-AREA-1)
               END-IF
           END-IF.

       2470-WRITE-LIMIT-DISPOSITION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE LM-SOURCE-SYSTEM TO DP-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO DP-FEED-DATE
           MOVE 0001 TO DP-CYCLE-NUMBER
           MOVE 'F' TO DP-RECORD-TYPE
           MOVE LM-TRANS-KEY TO DP-TRANS-KEY
           IF LM-ITEM-APPROVED
               MOVE 'L' TO DP-DISPOSITION
               MOVE LM-LIMIT-REASON TO DP-REASON-CODE
           ELSE
               MOVE 'X' TO DP-DISPOSITION
               MOVE LM-DECISION-REASON TO DP-REASON-CODE
           END-IF
           MOVE ZERO TO DP-POSTED-AMOUNT
           MOVE LM-CURRENCY-CODE TO DP-CURRENCY-CODE
           COMPUTE WS-TEST-NUMVAL-RESULT =
                   FUNCTION TEST-NUMVAL (LM-AREA-1)
           IF WS-TEST-NUMVAL-RESULT = 0
               COMPUTE DP-HASH-AMOUNT = FUNCTION NUMVAL (LM-AREA-1)
           ELSE
               MOVE ZERO TO DP-HASH-AMOUNT
           END-IF
           MOVE WS-RUN-DATE TO DP-PROCESS-DATE
           MOVE 'LMTMGT' TO DP-REPORTED-BY
           WRITE DISPOSITION-RECORD
           IF WS-LIMIT-DISP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-DISPOSITION - STATUS: '
                   WS-LIMIT-DISP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           ELSE
               ADD 1 TO WS-DISPOSITIONS-WRITTEN
           END-IF.

       2480-WRITE-DECISION-LINE.
           MOVE LM-TRANS-KEY TO LC-TRANS-KEY
           MOVE LM-TRANS-TYPE TO LC-TRANS-TYPE
           IF LM-ITEM-APPROVED
               MOVE 'APPROVED' TO LC-ACTION-TEXT
           ELSE
               MOVE 'DECLINED' TO LC-ACTION-TEXT
           END-IF
           MOVE LM-DECISION-REASON TO LC-REASON-CODE
           MOVE LM-BASE-AMOUNT TO LC-BASE-AMOUNT
           MOVE LM-DECIDED-BY TO LC-DECIDED-BY
           MOVE LM-APPROVED-BY TO LC-APPROVED-BY
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-DECISION-LINE
           IF WS-REVIEW-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-REVIEW-RPT - STATUS: '
                   WS-REVIEW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2600-LIST-PENDING-ITEMS.
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-PENDING-HEADING
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-HEADING-2
           SET WS-BROWSE-ACTIVE TO TRUE
           MOVE LOW-VALUES TO LM-MASTER-KEY
           START LIMIT-REVIEW-MASTER KEY NOT < LM-MASTER-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF WS-LIMIT-MASTER-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR ON LIMIT-REVIEW-MASTER START - STATUS: '
                   WS-LIMIT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               PERFORM 2610-READ-NEXT-REVIEW-ITEM
           END-PERFORM
           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM 2630-WRITE-BRANCH-TOTAL
           END-IF.

       2610-READ-NEXT-REVIEW-ITEM.
           READ LIMIT-REVIEW-MASTER NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF LM-ITEM-PENDING
                       PERFORM 2620-WRITE-PENDING-LINE
                   END-IF
           END-READ
           IF WS-LIMIT-MASTER-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING LIMIT-REVIEW-MASTER - STATUS: '
                   WS-LIMIT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2620-WRITE-PENDING-LINE.
           IF LM-TRANS-KEY (1:2) NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM 2630-WRITE-BRANCH-TOTAL
               END-IF
               MOVE LM-TRANS-KEY (1:2) TO WS-PREV-BRANCH
               MOVE ZERO TO WS-BRANCH-ITEMS
               MOVE ZERO TO WS-BRANCH-AMOUNT
               ADD 1 TO WS-PENDING-BRANCHES
           END-IF
           ADD 1 TO WS-PENDING-ITEMS
           ADD 1 TO WS-BRANCH-ITEMS
           ADD LM-BASE-AMOUNT TO WS-PENDING-AMOUNT
           ADD LM-BASE-AMOUNT TO WS-BRANCH-AMOUNT
           IF LM-FIRST-HELD-DATE NUMERIC
               MOVE LM-FIRST-HELD-DATE TO WS-DATE-NUM
               COMPUTE WS-FIRST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-DAYS-PENDING =
                   WS-RUN-DATE-INT - WS-FIRST-DATE-INT
               IF WS-DAYS-PENDING < ZERO
                   MOVE ZERO TO WS-DAYS-PENDING
               END-IF
           ELSE
               MOVE ZERO TO WS-DAYS-PENDING
           END-IF
           MOVE LM-TRANS-KEY (1:2) TO LL-BRANCH
           MOVE LM-TRANS-KEY TO LL-TRANS-KEY
           MOVE LM-TRANS-TYPE TO LL-TRANS-TYPE
           MOVE LM-LIMIT-REASON TO LL-LIMIT-REASON
           MOVE LM-BASE-AMOUNT TO LL-BASE-AMOUNT
           MOVE LM-LIMIT-VALUE TO LL-LIMIT-VALUE
           MOVE LM-DAY-COUNT TO LL-DAY-COUNT
           MOVE LM-DAY-AMOUNT TO LL-DAY-AMOUNT
           MOVE LM-FIRST-HELD-DATE TO LL-FIRST-HELD
           MOVE LM-TIMES-HELD TO LL-TIMES
           MOVE LM-SOURCE-SYSTEM TO LL-SOURCE-SYSTEM
           MOVE WS-DAYS-PENDING TO LL-DAYS-PENDING
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-DETAIL-LINE
           IF WS-REVIEW-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-REVIEW-RPT - STATUS: '
                   WS-REVIEW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       2630-WRITE-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO LB-BRANCH
           MOVE WS-BRANCH-ITEMS TO LB-ITEM-COUNT
           MOVE WS-BRANCH-AMOUNT TO LB-ITEM-AMOUNT
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-BRANCH-LINE
           IF WS-REVIEW-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-REVIEW-RPT - STATUS: '
                   WS-REVIEW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-BROWSE-DONE TO TRUE
               SET WS-RUN-HALTED TO TRUE
           END-IF.

       3000-TERMINATE.
           IF WS-FILES-OPEN
               PERFORM 3300-WRITE-RELEASE-TRAILER
               MOVE 'ITEMS PENDING:' TO LT-TOTAL-LABEL
               MOVE WS-PENDING-ITEMS TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'BRANCHES WITH PENDING:' TO LT-TOTAL-LABEL
               MOVE WS-PENDING-BRANCHES TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NEW ITEMS HELD:' TO LT-TOTAL-LABEL
               MOVE WS-ITEMS-ADDED TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ALREADY LOADED:' TO LT-TOTAL-LABEL
               MOVE WS-ITEMS-ALREADY-LOADED TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ITEMS APPROVED:' TO LT-TOTAL-LABEL
               MOVE WS-ITEMS-APPROVED TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ITEMS DECLINED:' TO LT-TOTAL-LABEL
               MOVE WS-ITEMS-DECLINED TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CARD EXCEPTIONS:' TO LT-TOTAL-LABEL
               MOVE WS-CARD-EXCEPTIONS TO LT-TOTAL-COUNT
               WRITE LIMIT-REVIEW-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY '===== LMTMGT CONTROL TOTALS ====='
           DISPLAY 'REVIEW ITEMS READ:   ' WS-REVIEW-ITEMS-READ
           DISPLAY 'ITEMS ADDED:         ' WS-ITEMS-ADDED
           DISPLAY 'ITEMS UPDATED:       ' WS-ITEMS-UPDATED
           DISPLAY 'ALREADY LOADED:      ' WS-ITEMS-ALREADY-LOADED
           DISPLAY 'CARDS READ:          ' WS-CARDS-READ
           DISPLAY 'CARD EXCEPTIONS:     ' WS-CARD-EXCEPTIONS
           DISPLAY 'ITEMS APPROVED:      ' WS-ITEMS-APPROVED
           DISPLAY 'ITEMS DECLINED:      ' WS-ITEMS-DECLINED
           DISPLAY 'RECORDS RELEASED:    ' WS-RECORDS-RELEASED
           DISPLAY 'DISPOSITIONS WRITTEN: ' WS-DISPOSITIONS-WRITTEN
           DISPLAY 'ITEMS PENDING:       ' WS-PENDING-ITEMS
           DISPLAY 'AMOUNT PENDING:      ' WS-PENDING-AMOUNT
           IF WS-CARD-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE LIMIT-REVIEW-OUT
               CLOSE CARD-APPROVAL-MASTER
               CLOSE LIMIT-REVIEW-MASTER
               CLOSE LIMIT-RELEASE
               CLOSE LIMIT-REVIEW-RPT
               CLOSE LIMIT-DISPOSITION
           END-IF.

       3300-WRITE-RELEASE-TRAILER.
           MOVE SPACES TO TRANS-IN-RECORD
           MOVE 'TRL9999999' TO TR-RECORD-ID
           MOVE WS-RECORDS-RELEASED TO TR-RECORD-COUNT
           MOVE WS-RELEASE-HASH-TOTAL TO TR-HASH-TOTAL
           WRITE TRANS-IN-RECORD
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-RELEASE - STATUS: '
                   WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       8000-WRITE-CARD-EXCEPTION.
           ADD 1 TO WS-CARD-EXCEPTIONS
           WRITE LIMIT-REVIEW-LINE FROM WS-RPT-EXCEPTION-LINE
           IF WS-REVIEW-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-REVIEW-RPT - STATUS: '
                   WS-REVIEW-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-HALTED TO TRUE
           END-IF.
