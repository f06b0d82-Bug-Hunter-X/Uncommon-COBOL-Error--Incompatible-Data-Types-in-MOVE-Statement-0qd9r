               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-MASTER-KEY
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.
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
       FD  AUDIT-MASTER.
           COPY AUDMST.

       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  RUN-CONTROL-MASTER.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-LOG-STATUS     PIC X(2)    VALUE '00'.
           05  WS-AUDIT-MASTER-STATUS  PIC X(2)    VALUE '00'.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-RUN-MASTER-STATUS    PIC X(2)    VALUE '00'.

       01  WS-STEP-CONTROL-FIELDS.
           05  WS-STEP-NAME            PIC X(8)    VALUE 'AUDLOAD'.
           05  WS-STEP-PROCESS-DATE    PIC X(8)    VALUE SPACES.
           05  WS-PREDECESSOR-STEP     PIC X(8)    VALUE SPACES.
           05  WS-BLOCKING-STEP        PIC X(8)    VALUE SPACES.
           05  WS-RERUN-OVERRIDE       PIC X(1)    VALUE SPACE.
               88  WS-RERUN-AUTHORIZED     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ         PIC 9(9)    VALUE ZERO.
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
           PERFORM 9000-CHECK-STEP-START
           IF WS-STEP-CLEARED
               PERFORM 1000-INITIALIZE
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 2000-LOAD-AUDIT-RECORD
               END-PERFORM
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 9100-REGISTER-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE AL-JOB-ID TO AM-JOB-ID
           MOVE AL-BEFORE-VALUE TO AM-BEFORE-VALUE
           MOVE AL-AFTER-VALUE TO AM-AFTER-VALUE
           MOVE AL-CURRENCY-CODE TO AM-CURRENCY-CODE
           MOVE AL-ORIG-AMOUNT TO AM-ORIG-AMOUNT
           MOVE AL-EXCHANGE-RATE TO AM-EXCHANGE-RATE
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2100-REPLACE-AUDIT-RECORD
               CLOSE AUDIT-LOG
               CLOSE AUDIT-MASTER
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
           MOVE 'SUSPMGT' TO WS-PREDECESSOR-STEP
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
