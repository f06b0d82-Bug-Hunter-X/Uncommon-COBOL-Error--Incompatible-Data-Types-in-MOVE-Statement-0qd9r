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
           05  WS-GL-POSTING-STATUS    PIC X(2)    VALUE '00'.
           05  WS-GL-SUMMARY-STATUS    PIC X(2)    VALUE '00'.
           05  WS-BRANCH-MASTER-STATUS PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'TRNSUM'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-GRAND-NET-AMOUNT     PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-BRANCHES-POSTED      PIC 9(9)    VALUE ZERO.
           05  WS-SUCCESSOR-ITEMS      PIC 9(9)    VALUE ZERO.

       01  WS-SUMMARY-TOTALS.
           05  WS-SUM-CONVERTED        PIC 9(9)    VALUE ZERO.
           05  WS-SUM-EXTRACT-HASH     PIC S9(13)  COMP-3 VALUE ZERO.
           05  WS-POSTING-DATE         PIC X(8)    VALUE SPACES.
           05  WS-BASE-CURRENCY        PIC X(3)    VALUE 'USD'.

       01  WS-BRANCH-COUNT             PIC 9(4)    COMP VALUE ZERO.
       01  WS-BRANCH-MAX               PIC 9(4)    COMP VALUE 200.

       01  WS-SUMMARIZE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-SUMMARIZE-CURRENCY       PIC X(3)    VALUE SPACES.
       01  WS-SUMMARIZE-BRANCH         PIC X(2)    VALUE SPACES.
       01  WS-SUCCESSOR-HOPS           PIC 9(4)    COMP VALUE ZERO.

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 200 TIMES
               10  WS-BR-DATE          PIC X(8).
               10  WS-BR-COUNT         PIC 9(9).
               10  WS-BR-NET-AMOUNT    PIC S9(13)  COMP-3.
               10  WS-BR-CURRENCY      PIC X(3).
               10  WS-BR-ORIG-AMOUNT   PIC S9(13)  COMP-3.
               10  WS-BR-TYPE-AMOUNT   PIC S9(13)  COMP-3
                   OCCURS 4 TIMES.

       01  WS-TYPE-SUB                 PIC 9(4)    COMP VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           05  WS-BRANCH-MASTER-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-MASTER-OPEN      VALUE 'Y'.
               88  WS-BRANCH-MASTER-NOT-OPEN  VALUE 'N'.
           05  WS-RESOLVE-SWITCH       PIC X(1)    VALUE 'N'.
               88  WS-BRANCH-RESOLVED      VALUE 'Y'.
               88  WS-BRANCH-NOT-RESOLVED  VALUE 'N'.
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
           VALUE 'TRNSUM - BRANCH SUMMARY AND GL POSTING INTERFACE'.
               'VALUE DT'.
           05  FILLER                      PIC X(16) VALUE
               'RECORDS'.
           05  FILLER                      PIC X(11) VALUE
               'NET AMOUNT'.
           05  FILLER                      PIC X(5) VALUE
               'CCY'.
           05  FILLER                      PIC X(16) VALUE
               'ORIGINAL AMOUNT'.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  GS-BRANCH-CODE              PIC X(2).
           05  GS-BRANCH-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  GS-BRANCH-AMOUNT            PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  GS-CURRENCY-CODE            PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  GS-ORIG-AMOUNT              PIC -ZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RPT-GRAND-LINE.
           05  FILLER                      PIC X(8) VALUE

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-SUMMARIZE-EXTRACT
               END-PERFORM
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
                       MOVE RS-EXTRACT-HASH-TOTAL TO
                           WS-SUM-EXTRACT-HASH
                       MOVE RS-PROCESS-DATE TO WS-POSTING-DATE
                       IF RS-PROCESS-DATE NOT = WS-STEP-PROCESS-DATE
                           DISPLAY 'RUN-SUMMARY PROCESS DATE '
                               RS-PROCESS-DATE ' DOES NOT MATCH '
                               'RUN-CONTROL ' WS-STEP-PROCESS-DATE
                           SET WS-OUT-OF-BALANCE TO TRUE
                       END-IF
                       IF RS-BASE-CURRENCY NOT = SPACES
                           MOVE RS-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
               END-READ
           ELSE
               SET WS-SUMMARY-MISSING TO TRUE
           ELSE
               MOVE EO-EFFECTIVE-DATE TO WS-SUMMARIZE-DATE
           END-IF
           IF EO-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-SUMMARIZE-CURRENCY
           ELSE
               MOVE EO-CURRENCY-CODE TO WS-SUMMARIZE-CURRENCY
           END-IF
           IF EO-POSTING-BRANCH = SPACES
               PERFORM 2050-RESOLVE-POSTING-BRANCH
           ELSE
               MOVE EO-POSTING-BRANCH TO WS-SUMMARIZE-BRANCH
           END-IF
           IF WS-SUMMARIZE-BRANCH NOT = EO-TRANS-KEY (1:2)
               ADD 1 TO WS-SUCCESSOR-ITEMS
           END-IF
           PERFORM 2100-FIND-BRANCH-ENTRY
           IF WS-BRANCH-FOUND
               ADD 1 TO WS-BR-COUNT (BX)
               ADD EO-NUMERIC-FIELD TO WS-BR-NET-AMOUNT (BX)
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
               ADD EO-NUMERIC-FIELD TO
                   WS-BR-TYPE-AMOUNT (BX, WS-TYPE-SUB)
               IF EO-CURRENCY-CODE = SPACES
                   ADD EO-NUMERIC-FIELD TO WS-BR-ORIG-AMOUNT (BX)
               ELSE
                   ADD EO-ORIG-AMOUNT TO WS-BR-ORIG-AMOUNT (BX)
               END-IF
           END-IF
           PERFORM 1100-READ-EXTRACT.

      *    AN EXTRACT RECORD WITHOUT A POSTING BRANCH (A     *
      *    BACKOUT) ROLLS UP UNDER THE SUCCESSOR WHEN ITS    *
      *    KEY'S BRANCH HAS BEEN MERGED BY THE POSTING DATE. *
       2050-RESOLVE-POSTING-BRANCH.
           MOVE EO-TRANS-KEY (1:2) TO WS-SUMMARIZE-BRANCH
           MOVE ZERO TO WS-SUCCESSOR-HOPS
           SET WS-BRANCH-NOT-RESOLVED TO TRUE
           IF WS-BRANCH-MASTER-NOT-OPEN
               SET WS-BRANCH-RESOLVED TO TRUE
           END-IF
           PERFORM UNTIL WS-BRANCH-RESOLVED
               PERFORM 2060-FOLLOW-SUCCESSOR
           END-PERFORM.

       2060-FOLLOW-SUCCESSOR.
           ADD 1 TO WS-SUCCESSOR-HOPS
           MOVE WS-SUMMARIZE-BRANCH TO BM-BRANCH-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   SET WS-BRANCH-RESOLVED TO TRUE
               NOT INVALID KEY
                   IF BM-BRANCH-OPEN OR BM-NO-SUCCESSOR
                      OR WS-POSTING-DATE < BM-TRANSFER-DATE
                      OR WS-SUCCESSOR-HOPS > 9
                       SET WS-BRANCH-RESOLVED TO TRUE
                   ELSE
                       MOVE BM-SUCCESSOR-BRANCH TO WS-SUMMARIZE-BRANCH
                   END-IF
           END-READ.

       2100-FIND-BRANCH-ENTRY.
           SET WS-BRANCH-NOT-FOUND TO TRUE
           IF WS-BRANCH-COUNT > 0
                       SET WS-BRANCH-NOT-FOUND TO TRUE
                   WHEN BX > WS-BRANCH-COUNT
                       SET WS-BRANCH-NOT-FOUND TO TRUE
                   WHEN WS-BR-CODE (BX) = WS-SUMMARIZE-BRANCH
                      AND WS-BR-DATE (BX) = WS-SUMMARIZE-DATE
                      AND WS-BR-CURRENCY (BX) = WS-SUMMARIZE-CURRENCY
                       SET WS-BRANCH-FOUND TO TRUE
               END-SEARCH
           END-IF
       2200-ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
               DISPLAY 'BRANCH TABLE FULL - LIMIT ' WS-BRANCH-MAX
                   ' - BRANCH ' WS-SUMMARIZE-BRANCH
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-BRANCH-COUNT
               SET BX TO WS-BRANCH-COUNT
               MOVE WS-SUMMARIZE-BRANCH TO WS-BR-CODE (BX)
               MOVE WS-SUMMARIZE-DATE TO WS-BR-DATE (BX)
               MOVE ZERO TO WS-BR-COUNT (BX)
               MOVE ZERO TO WS-BR-NET-AMOUNT (BX)
               MOVE WS-SUMMARIZE-CURRENCY TO WS-BR-CURRENCY (BX)
               MOVE ZERO TO WS-BR-ORIG-AMOUNT (BX)
               MOVE ZERO TO WS-BR-TYPE-AMOUNT (BX, 1)
               MOVE ZERO TO WS-BR-TYPE-AMOUNT (BX, 2)
               MOVE ZERO TO WS-BR-TYPE-AMOUNT (BX, 3)
               MOVE ZERO TO WS-BR-TYPE-AMOUNT (BX, 4)
               SET WS-BRANCH-FOUND TO TRUE
           END-IF.

           END-IF
           DISPLAY '===== TRNSUM CONTROL TOTALS ====='
           DISPLAY 'EXTRACT RECORDS:   ' WS-EXTRACT-COUNT
           DISPLAY 'BASE CURRENCY:     ' WS-BASE-CURRENCY
           DISPLAY 'BRANCHES POSTED:   ' WS-BRANCHES-POSTED
           DISPLAY 'SUCCESSOR ITEMS:   ' WS-SUCCESSOR-ITEMS
           IF WS-SUMMARY-FOUND
               DISPLAY 'SUMMARY CONVERTED: ' WS-SUM-CONVERTED
           END-IF
           MOVE WS-BR-DATE (BX) TO GS-VALUE-DATE
           MOVE WS-BR-COUNT (BX) TO GS-BRANCH-COUNT
           MOVE WS-BR-NET-AMOUNT (BX) TO GS-BRANCH-AMOUNT
           MOVE WS-BR-CURRENCY (BX) TO GS-CURRENCY-CODE
           MOVE WS-BR-ORIG-AMOUNT (BX) TO GS-ORIG-AMOUNT
           WRITE GL-SUMMARY-LINE FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-BR-CODE (BX) TO GP-BRANCH-CODE
           MOVE WS-BR-DATE (BX) TO GP-POSTING-DATE
           MOVE WS-BR-COUNT (BX) TO GP-RECORD-COUNT
           MOVE WS-BR-NET-AMOUNT (BX) TO GP-NET-AMOUNT
           MOVE WS-BR-CURRENCY (BX) TO GP-CURRENCY-CODE
           MOVE WS-BR-ORIG-AMOUNT (BX) TO GP-ORIG-AMOUNT
           MOVE WS-BR-TYPE-AMOUNT (BX, 1) TO GP-TYPE-NET-AMOUNT (1)
           MOVE WS-BR-TYPE-AMOUNT (BX, 2) TO GP-TYPE-NET-AMOUNT (2)
           MOVE WS-BR-TYPE-AMOUNT (BX, 3) TO GP-TYPE-NET-AMOUNT (3)
           MOVE WS-BR-TYPE-AMOUNT (BX, 4) TO GP-TYPE-NET-AMOUNT (4)
           WRITE GL-POSTING-RECORD
           IF WS-GL-POSTING-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL-POSTING-OUT - STATUS: '
           ELSE
               MOVE SPACES TO GS-BRANCH-NAME
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
