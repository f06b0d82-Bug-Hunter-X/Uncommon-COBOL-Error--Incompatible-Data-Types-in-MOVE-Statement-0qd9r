       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNACK.
       AUTHOR. DATA-CONVERSION-TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'RUN-CONTROL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT DISPOSITION-OUT ASSIGN TO 'DISPOSITION-OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
           SELECT OPTIONAL FIX-DISPOSITION ASSIGN TO
               'FIX-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-DISP-STATUS.
           SELECT OPTIONAL SUSP-DISPOSITION ASSIGN TO
               'SUSP-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-DISP-STATUS.
           SELECT OPTIONAL LIMIT-DISPOSITION ASSIGN TO
               'LIMIT-DISPOSITION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-DISP-STATUS.
           SELECT ACK-OUT-01 ASSIGN TO 'ACK-OUT-01'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-02 ASSIGN TO 'ACK-OUT-02'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-03 ASSIGN TO 'ACK-OUT-03'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-04 ASSIGN TO 'ACK-OUT-04'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-05 ASSIGN TO 'ACK-OUT-05'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-06 ASSIGN TO 'ACK-OUT-06'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-07 ASSIGN TO 'ACK-OUT-07'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-08 ASSIGN TO 'ACK-OUT-08'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-09 ASSIGN TO 'ACK-OUT-09'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-OUT-10 ASSIGN TO 'ACK-OUT-10'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-RPT ASSIGN TO 'ACK-RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL
           RECORDING MODE IS F.
           COPY PARMCD.

       FD  DISPOSITION-OUT
           RECORDING MODE IS F.
       01  DISPOSITION-IN-RECORD       PIC X(100).

       FD  FIX-DISPOSITION
           RECORDING MODE IS F.
       01  FIX-DISPOSITION-RECORD      PIC X(100).

       FD  SUSP-DISPOSITION
           RECORDING MODE IS F.
       01  SUSP-DISPOSITION-RECORD     PIC X(100).

       FD  LIMIT-DISPOSITION
           RECORDING MODE IS F.
       01  LIMIT-DISPOSITION-RECORD    PIC X(100).

       FD  ACK-OUT-01
           RECORDING MODE IS F.
       01  ACK-OUT-01-RECORD          PIC X(130).

       FD  ACK-OUT-02
           RECORDING MODE IS F.
       01  ACK-OUT-02-RECORD          PIC X(130).

       FD  ACK-OUT-03
           RECORDING MODE IS F.
       01  ACK-OUT-03-RECORD          PIC X(130).

       FD  ACK-OUT-04
           RECORDING MODE IS F.
       01  ACK-OUT-04-RECORD          PIC X(130).

       FD  ACK-OUT-05
           RECORDING MODE IS F.
       01  ACK-OUT-05-RECORD          PIC X(130).

       FD  ACK-OUT-06
           RECORDING MODE IS F.
       01  ACK-OUT-06-RECORD          PIC X(130).

       FD  ACK-OUT-07
           RECORDING MODE IS F.
       01  ACK-OUT-07-RECORD          PIC X(130).

       FD  ACK-OUT-08
           RECORDING MODE IS F.
       01  ACK-OUT-08-RECORD          PIC X(130).

       FD  ACK-OUT-09
           RECORDING MODE IS F.
       01  ACK-OUT-09-RECORD          PIC X(130).

       FD  ACK-OUT-10
           RECORDING MODE IS F.
       01  ACK-OUT-10-RECORD          PIC X(130).

       FD  ACK-RPT
           RECORDING MODE IS F.
           COPY ACKRPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE '00'.
           05  WS-DISPOSITION-STATUS   PIC X(2)    VALUE '00'.
           05  WS-FIX-DISP-STATUS      PIC X(2)    VALUE '00'.
           05  WS-SUSP-DISP-STATUS     PIC X(2)    VALUE '00'.
           05  WS-LIMIT-DISP-STATUS    PIC X(2)    VALUE '00'.
           05  WS-ACK-OUT-STATUS       PIC X(2)    VALUE '00'.
           05  WS-ACK-RPT-STATUS       PIC X(2)    VALUE '00'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-JOB-ID               PIC X(8)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)    VALUE SPACES.
           05  WS-RUN-TIME             PIC X(8)    VALUE SPACES.

       01  WS-PROCESS-DATE             PIC X(8)    VALUE SPACES.

      *    DISPOSITION RECORD AS READ FROM ANY OF THE THREE *
      *    INPUTS, AND THE ACKNOWLEDGMENT RECORD VIEWS BUILT *
      *    FOR THE SOURCE FILES.                           *
           COPY DISPOUT.
           COPY ACKOUT.

       01  WS-ACK-WORK                 PIC X(130)  VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-TRNCONV-READ         PIC 9(9)    VALUE ZERO.
           05  WS-TRNFIX-READ          PIC 9(9)    VALUE ZERO.
           05  WS-SUSPMGT-READ         PIC 9(9)    VALUE ZERO.
           05  WS-LMTMGT-READ          PIC 9(9)    VALUE ZERO.
           05  WS-FEED-CONTROLS-READ   PIC 9(9)    VALUE ZERO.
           05  WS-DETAILS-WRITTEN      PIC 9(9)    VALUE ZERO.
           05  WS-FOLLOW-UPS-WRITTEN   PIC 9(9)    VALUE ZERO.
           05  WS-UNROUTED             PIC 9(9)    VALUE ZERO.
           05  WS-SETS-IN-BALANCE      PIC 9(9)    VALUE ZERO.
           05  WS-SETS-OUT-OF-BALANCE  PIC 9(9)    VALUE ZERO.

       01  WS-CURRENT-INPUT            PIC 9(1)    VALUE ZERO.
       01  WS-CURRENT-SLOT             PIC 9(2)    VALUE ZERO.
       01  WS-HASH-WORK                PIC S9(13)  COMP-3 VALUE ZERO.

      *    ONE ENTRY PER SOURCE SYSTEM SEEN - THE ENTRY      *
      *    NUMBER IS THE ACK-OUT FILE THE SOURCE IS WRITTEN TO*
       01  WS-SOURCE-COUNT             PIC 9(4)    COMP VALUE ZERO.
       01  WS-SOURCE-MAX               PIC 9(4)    COMP VALUE 10.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES
               INDEXED BY SX.
               10  WS-SR-SOURCE-SYSTEM PIC X(8).
               10  WS-SR-RECORD-COUNT  PIC 9(9).
               10  WS-SR-DETAIL-COUNT  PIC 9(9).
               10  WS-SR-FOLLOW-UPS    PIC 9(9).
               10  WS-SR-FEED-SETS     PIC 9(4).
               10  WS-SR-HASH-TOTAL    PIC S9(13)  COMP-3.
               10  WS-SR-POSTED-TOTAL  PIC S9(13)  COMP-3.

      *    ONE ENTRY PER FEED SET (SOURCE, FEED DATE, CYCLE) *
      *    - TRAILER TOTALS SUMMED OVER THE PARTITION        *
      *    CONTROL RECORDS, DISPOSITION TOTALS SUMMED OVER   *
      *    THE ORIGINAL ITEMS.                               *
       01  WS-FEED-SET-COUNT           PIC 9(4)    COMP VALUE ZERO.
       01  WS-FEED-SET-MAX             PIC 9(4)    COMP VALUE 50.
       01  WS-FEED-SET-TABLE.
           05  WS-FEED-SET-ENTRY OCCURS 50 TIMES
               INDEXED BY FX.
               10  WS-FT-SOURCE-SYSTEM PIC X(8).
               10  WS-FT-FEED-DATE     PIC X(8).
               10  WS-FT-CYCLE-NUMBER  PIC 9(4).
               10  WS-FT-CONTROL-SEEN  PIC X(1).
               10  WS-FT-TRL-COUNT     PIC 9(9).
               10  WS-FT-TRL-HASH      PIC S9(13)  COMP-3.
               10  WS-FT-DISP-COUNT    PIC 9(9).
               10  WS-FT-DISP-HASH     PIC S9(13)  COMP-3.
               10  WS-FT-CONVERTED     PIC 9(9).
               10  WS-FT-REJECTED      PIC 9(9).
               10  WS-FT-DUPLICATE     PIC 9(9).
               10  WS-FT-MISMATCHED    PIC 9(9).
               10  WS-FT-HELD          PIC 9(9).
               10  WS-FT-POSTED-TOTAL  PIC S9(13)  COMP-3.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-END-OF-FILE  VALUE 'N'.
           05  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-NOT-OPEN       VALUE 'N'.
           05  WS-CONTROL-ERR-SWITCH   PIC X(1)    VALUE 'N'.
               88  WS-CONTROL-ERROR        VALUE 'Y'.
               88  WS-CONTROL-OK           VALUE 'N'.
           05  WS-MATCH-SWITCH         PIC X(1)    VALUE 'N'.
               88  WS-ENTRY-MATCHED        VALUE 'Y'.
               88  WS-ENTRY-NOT-MATCHED    VALUE 'N'.

       01  WS-RPT-HEADING-1                PIC X(132)
           VALUE 'TRNACK - DISPOSITION ACKNOWLEDGMENT CONTROL REPORT'.

       01  WS-RPT-DATE-LINE.
           05  FILLER                      PIC X(13) VALUE
               'PROCESS DATE '.
           05  KR-PROCESS-DATE             PIC X(8).
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(11) VALUE
               'FILE'.
           05  FILLER                      PIC X(9) VALUE
               'SOURCE'.
           05  FILLER                      PIC X(9) VALUE
               'FEED DATE'.
           05  FILLER                      PIC X(5) VALUE
               'CYCL'.
           05  FILLER                      PIC X(10) VALUE
               'TRL COUNT'.
           05  FILLER                      PIC X(10) VALUE
               'DISP COUNT'.
           05  FILLER                      PIC X(10) VALUE
               'CONVERTED'.
           05  FILLER                      PIC X(10) VALUE
               'REJECTED'.
           05  FILLER                      PIC X(10) VALUE
               'DUPLICATE'.
           05  FILLER                      PIC X(10) VALUE
               'MISMATCH'.
           05  FILLER                      PIC X(9) VALUE
               'HELD'.
           05  FILLER                      PIC X(15) VALUE
               'POSTED AMOUNT'.
           05  FILLER                      PIC X(14) VALUE
               'STATUS'.

       01  WS-RPT-FEED-SET-LINE.
           05  KF-FILE-ID                  PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-FEED-DATE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-CYCLE-NUMBER             PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-TRL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-DISP-COUNT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-CONVERTED                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-REJECTED                 PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-DUPLICATE                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-MISMATCHED               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-HELD                     PIC ZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-POSTED-TOTAL             PIC -9(13).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  KF-STATUS                   PIC X(14).

       01  WS-RPT-SOURCE-LINE.
           05  KS-FILE-ID                  PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  KS-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE
               'DETAILS '.
           05  KS-DETAIL-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               'FOLLOW-UPS '.
           05  KS-FOLLOW-UPS               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE
               'FEED SETS '.
           05  KS-FEED-SETS                PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE
               'RECORDS '.
           05  KS-RECORD-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE
               'POSTED '.
           05  KS-POSTED-TOTAL             PIC -9(13).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  KT-TOTAL-LABEL              PIC X(23).
           05  KT-TOTAL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  WS-FILE-ID-WORK.
           05  FILLER                      PIC X(8) VALUE 'ACK-OUT-'.
           05  WS-FILE-ID-SLOT             PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPEN AND WS-CONTROL-OK
               PERFORM 2000-PROCESS-DISPOSITION-FILE
                   VARYING WS-CURRENT-INPUT FROM 1 BY 1
                   UNTIL WS-CURRENT-INPUT > 4
                      OR WS-CONTROL-ERROR
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1030-GET-RUN-IDENTIFICATION
           PERFORM 1010-READ-RUN-CONTROL
           IF WS-CONTROL-OK
               PERFORM 1050-OPEN-FILES
           END-IF
           IF WS-FILES-OPEN AND WS-CONTROL-OK
               MOVE WS-PROCESS-DATE TO KR-PROCESS-DATE
               WRITE ACK-RPT-LINE FROM WS-RPT-HEADING-1
               WRITE ACK-RPT-LINE FROM WS-RPT-DATE-LINE
               WRITE ACK-RPT-LINE FROM WS-RPT-HEADING-2
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1010-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-CONTROL - STATUS: '
                   WS-RUN-CONTROL-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               READ RUN-CONTROL
                   AT END
                       DISPLAY 'RUN-CONTROL IS EMPTY'
                       SET WS-CONTROL-ERROR TO TRUE
                   NOT AT END
                       PERFORM 1012-EDIT-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       1012-EDIT-RUN-CONTROL.
           IF PC-PROCESS-DATE = SPACES
              OR PC-PROCESS-DATE NOT NUMERIC
               DISPLAY 'RUN-CONTROL PROCESS DATE INVALID: '
                   PC-PROCESS-DATE
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               MOVE PC-PROCESS-DATE TO WS-PROCESS-DATE
           END-IF.

       1030-GET-RUN-IDENTIFICATION.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT 'JOB_ID'
           IF WS-JOB-ID = SPACES
               MOVE 'TRNACK' TO WS-JOB-ID
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

      *    THE ACK-OUT FILES ARE OPENED AS EACH SOURCE SYSTEM *
      *    IS FIRST SEEN - SEE 2210-OPEN-ACK-FILE.            *
       1050-OPEN-FILES.
           OPEN INPUT DISPOSITION-OUT
           OPEN INPUT FIX-DISPOSITION
           IF WS-FIX-DISP-STATUS = '05'
               DISPLAY 'FIX-DISPOSITION NOT PRESENT - '
                   'NO RESUBMISSION FOLLOW-UPS'
               MOVE '00' TO WS-FIX-DISP-STATUS
           END-IF
           OPEN INPUT SUSP-DISPOSITION
           IF WS-SUSP-DISP-STATUS = '05'
               DISPLAY 'SUSP-DISPOSITION NOT PRESENT - '
                   'NO SUSPENSE FOLLOW-UPS'
               MOVE '00' TO WS-SUSP-DISP-STATUS
           END-IF
           OPEN INPUT LIMIT-DISPOSITION
           IF WS-LIMIT-DISP-STATUS = '05'
               DISPLAY 'LIMIT-DISPOSITION NOT PRESENT - '
                   'NO COMPLIANCE FOLLOW-UPS'
               MOVE '00' TO WS-LIMIT-DISP-STATUS
           END-IF
           OPEN OUTPUT ACK-RPT
           IF WS-DISPOSITION-STATUS NOT = '00'
              OR WS-FIX-DISP-STATUS NOT = '00'
              OR WS-SUSP-DISP-STATUS NOT = '00'
              OR WS-LIMIT-DISP-STATUS NOT = '00'
              OR WS-ACK-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUSES: '
                   WS-DISPOSITION-STATUS ' '
                   WS-FIX-DISP-STATUS ' '
                   WS-SUSP-DISP-STATUS ' '
                   WS-LIMIT-DISP-STATUS ' '
                   WS-ACK-RPT-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
           END-IF.

      *    INPUT 1 IS TODAY'S TRNCONV DISPOSITIONS, INPUT 2  *
      *    THE TRNFIX RESUBMISSION FOLLOW-UPS, INPUT 3 THE   *
      *    SUSPMGT RELEASE/WRITE-OFF FOLLOW-UPS AND INPUT 4  *
      *    THE LMTMGT COMPLIANCE APPROVE/DECLINE FOLLOW-UPS. *
       2000-PROCESS-DISPOSITION-FILE.
           SET WS-NOT-END-OF-FILE TO TRUE
           PERFORM 2010-READ-DISPOSITION
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 2100-ROUTE-DISPOSITION
               PERFORM 2010-READ-DISPOSITION
           END-PERFORM.

       2010-READ-DISPOSITION.
           EVALUATE WS-CURRENT-INPUT
               WHEN 1
                   READ DISPOSITION-OUT INTO DISPOSITION-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRNCONV-READ
                   END-READ
                   IF WS-DISPOSITION-STATUS NOT = '00' AND '10'
                       DISPLAY 'ERROR READING DISPOSITION-OUT - '
                           'STATUS: ' WS-DISPOSITION-STATUS
                       SET WS-CONTROL-ERROR TO TRUE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               WHEN 2
                   READ FIX-DISPOSITION INTO DISPOSITION-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRNFIX-READ
                   END-READ
                   IF WS-FIX-DISP-STATUS NOT = '00' AND '10'
                       DISPLAY 'ERROR READING FIX-DISPOSITION - '
                           'STATUS: ' WS-FIX-DISP-STATUS
                       SET WS-CONTROL-ERROR TO TRUE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               WHEN 3
                   READ SUSP-DISPOSITION INTO DISPOSITION-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUSPMGT-READ
                   END-READ
                   IF WS-SUSP-DISP-STATUS NOT = '00' AND '10'
                       DISPLAY 'ERROR READING SUSP-DISPOSITION - '
                           'STATUS: ' WS-SUSP-DISP-STATUS
                       SET WS-CONTROL-ERROR TO TRUE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               WHEN 4
                   READ LIMIT-DISPOSITION INTO DISPOSITION-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LMTMGT-READ
                   END-READ
                   IF WS-LIMIT-DISP-STATUS NOT = '00' AND '10'
                       DISPLAY 'ERROR READING LIMIT-DISPOSITION - '
                           'STATUS: ' WS-LIMIT-DISP-STATUS
                       SET WS-CONTROL-ERROR TO TRUE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
           END-EVALUATE.

       2100-ROUTE-DISPOSITION.
           IF DP-SOURCE-SYSTEM = SPACES
               ADD 1 TO WS-UNROUTED
               DISPLAY 'DISPOSITION WITH NO SOURCE SYSTEM - KEY: '
                   DP-TRANS-KEY
           ELSE
               PERFORM 2200-FIND-SOURCE-SLOT
               IF WS-CONTROL-OK
                   IF DP-FEED-CONTROL
                       ADD 1 TO WS-FEED-CONTROLS-READ
                       PERFORM 2300-FIND-FEED-SET
                       IF WS-CONTROL-OK
                           PERFORM 2400-POST-FEED-CONTROL
                       END-IF
                   ELSE
                       IF DP-ORIGINAL-ITEM
                           PERFORM 2300-FIND-FEED-SET
                       END-IF
                       IF WS-CONTROL-OK
                           PERFORM 2500-WRITE-ACK-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-FIND-SOURCE-SLOT.
           SET WS-ENTRY-NOT-MATCHED TO TRUE
           SET SX TO 1
           SEARCH WS-SOURCE-ENTRY
               AT END
                   CONTINUE
               WHEN SX > WS-SOURCE-COUNT
                   CONTINUE
               WHEN WS-SR-SOURCE-SYSTEM (SX) = DP-SOURCE-SYSTEM
                   SET WS-ENTRY-MATCHED TO TRUE
           END-SEARCH
           IF WS-ENTRY-NOT-MATCHED
               IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
                   DISPLAY 'SOURCE SYSTEM TABLE FULL - LIMIT '
                       WS-SOURCE-MAX
                   SET WS-CONTROL-ERROR TO TRUE
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   SET SX TO WS-SOURCE-COUNT
                   MOVE DP-SOURCE-SYSTEM TO WS-SR-SOURCE-SYSTEM (SX)
                   MOVE ZERO TO WS-SR-RECORD-COUNT (SX)
                   MOVE ZERO TO WS-SR-DETAIL-COUNT (SX)
                   MOVE ZERO TO WS-SR-FOLLOW-UPS (SX)
                   MOVE ZERO TO WS-SR-FEED-SETS (SX)
                   MOVE ZERO TO WS-SR-HASH-TOTAL (SX)
                   MOVE ZERO TO WS-SR-POSTED-TOTAL (SX)
                   PERFORM 2210-OPEN-ACK-FILE
               END-IF
           END-IF
           SET WS-CURRENT-SLOT TO SX.

       2210-OPEN-ACK-FILE.
           SET WS-CURRENT-SLOT TO SX
           EVALUATE WS-CURRENT-SLOT
               WHEN 1
                   OPEN OUTPUT ACK-OUT-01
               WHEN 2
                   OPEN OUTPUT ACK-OUT-02
               WHEN 3
                   OPEN OUTPUT ACK-OUT-03
               WHEN 4
                   OPEN OUTPUT ACK-OUT-04
               WHEN 5
                   OPEN OUTPUT ACK-OUT-05
               WHEN 6
                   OPEN OUTPUT ACK-OUT-06
               WHEN 7
                   OPEN OUTPUT ACK-OUT-07
               WHEN 8
                   OPEN OUTPUT ACK-OUT-08
               WHEN 9
                   OPEN OUTPUT ACK-OUT-09
               WHEN 10
                   OPEN OUTPUT ACK-OUT-10
           END-EVALUATE
           IF WS-ACK-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-OUT-' WS-CURRENT-SLOT
                   ' - STATUS: ' WS-ACK-OUT-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               MOVE SPACES TO ACK-HEADER-RECORD
               MOVE 'H' TO AH-RECORD-TYPE
               MOVE DP-SOURCE-SYSTEM TO AH-SOURCE-SYSTEM
               MOVE WS-PROCESS-DATE TO AH-PROCESS-DATE
               MOVE WS-RUN-DATE TO AH-RUN-DATE
               MOVE WS-RUN-TIME TO AH-RUN-TIME
               MOVE ACK-HEADER-RECORD TO WS-ACK-WORK
               PERFORM 8200-WRITE-ACK-RECORD
           END-IF.

       2300-FIND-FEED-SET.
           SET WS-ENTRY-NOT-MATCHED TO TRUE
           SET FX TO 1
           SEARCH WS-FEED-SET-ENTRY
               AT END
                   CONTINUE
               WHEN FX > WS-FEED-SET-COUNT
                   CONTINUE
               WHEN WS-FT-SOURCE-SYSTEM (FX) = DP-SOURCE-SYSTEM
                AND WS-FT-FEED-DATE (FX) = DP-FEED-DATE
                AND WS-FT-CYCLE-NUMBER (FX) = DP-CYCLE-NUMBER
                   SET WS-ENTRY-MATCHED TO TRUE
           END-SEARCH
           IF WS-ENTRY-NOT-MATCHED
               IF WS-FEED-SET-COUNT >= WS-FEED-SET-MAX
                   DISPLAY 'FEED SET TABLE FULL - LIMIT '
                       WS-FEED-SET-MAX
                   SET WS-CONTROL-ERROR TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-SET-COUNT
                   SET FX TO WS-FEED-SET-COUNT
                   MOVE DP-SOURCE-SYSTEM TO WS-FT-SOURCE-SYSTEM (FX)
                   MOVE DP-FEED-DATE TO WS-FT-FEED-DATE (FX)
                   MOVE DP-CYCLE-NUMBER TO WS-FT-CYCLE-NUMBER (FX)
                   MOVE 'N' TO WS-FT-CONTROL-SEEN (FX)
                   MOVE ZERO TO WS-FT-TRL-COUNT (FX)
                   MOVE ZERO TO WS-FT-TRL-HASH (FX)
                   MOVE ZERO TO WS-FT-DISP-COUNT (FX)
                   MOVE ZERO TO WS-FT-DISP-HASH (FX)
                   MOVE ZERO TO WS-FT-CONVERTED (FX)
                   MOVE ZERO TO WS-FT-REJECTED (FX)
                   MOVE ZERO TO WS-FT-DUPLICATE (FX)
                   MOVE ZERO TO WS-FT-MISMATCHED (FX)
                   MOVE ZERO TO WS-FT-HELD (FX)
                   MOVE ZERO TO WS-FT-POSTED-TOTAL (FX)
                   ADD 1 TO WS-SR-FEED-SETS (SX)
               END-IF
           END-IF.

      *    A PARTITIONED RUN WRITES ONE CONTROL RECORD PER   *
      *    PARTITION, SO THE TRAILER TOTALS ARE ACCUMULATED. *
       2400-POST-FEED-CONTROL.
           MOVE 'Y' TO WS-FT-CONTROL-SEEN (FX)
           ADD DP-TRL-RECORD-COUNT TO WS-FT-TRL-COUNT (FX)
           ADD DP-TRL-HASH-TOTAL TO WS-FT-TRL-HASH (FX).

       2500-WRITE-ACK-DETAIL.
           MOVE SPACES TO ACK-DETAIL-RECORD
           IF DP-ORIGINAL-ITEM
               MOVE 'D' TO AK-RECORD-TYPE
               ADD 1 TO WS-SR-DETAIL-COUNT (SX)
               ADD 1 TO WS-DETAILS-WRITTEN
               ADD 1 TO WS-FT-DISP-COUNT (FX)
               ADD DP-HASH-AMOUNT TO WS-FT-DISP-HASH (FX)
               ADD DP-POSTED-AMOUNT TO WS-FT-POSTED-TOTAL (FX)
               EVALUATE TRUE
                   WHEN DP-CONVERTED
                       ADD 1 TO WS-FT-CONVERTED (FX)
                   WHEN DP-REJECTED
                       ADD 1 TO WS-FT-REJECTED (FX)
                   WHEN DP-DUPLICATE
                       ADD 1 TO WS-FT-DUPLICATE (FX)
                   WHEN DP-MISMATCHED
                       ADD 1 TO WS-FT-MISMATCHED (FX)
                   WHEN DP-LIMIT-HELD
                       ADD 1 TO WS-FT-HELD (FX)
               END-EVALUATE
           ELSE
               MOVE 'F' TO AK-RECORD-TYPE
               ADD 1 TO WS-SR-FOLLOW-UPS (SX)
               ADD 1 TO WS-FOLLOW-UPS-WRITTEN
           END-IF
           ADD DP-POSTED-AMOUNT TO WS-SR-POSTED-TOTAL (SX)
           MOVE DP-SOURCE-SYSTEM TO AK-SOURCE-SYSTEM
           MOVE DP-FEED-DATE TO AK-FEED-DATE
           MOVE DP-CYCLE-NUMBER TO AK-CYCLE-NUMBER
           MOVE DP-TRANS-KEY TO AK-TRANS-KEY
           MOVE DP-DISPOSITION TO AK-DISPOSITION
           MOVE DP-REASON-CODE TO AK-REASON-CODE
           MOVE DP-POSTED-AMOUNT TO AK-POSTED-AMOUNT
           MOVE DP-CURRENCY-CODE TO AK-CURRENCY-CODE
           MOVE DP-PROCESS-DATE TO AK-DISPOSITION-DATE
           MOVE DP-REPORTED-BY TO AK-REPORTED-BY
           MOVE ACK-DETAIL-RECORD TO WS-ACK-WORK
           PERFORM 8200-WRITE-ACK-RECORD.

       3000-TERMINATE.
           IF WS-FILES-OPEN AND WS-CONTROL-OK
               PERFORM 3100-CLOSE-OUT-SOURCE
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-SOURCE-COUNT
               PERFORM 3300-WRITE-REPORT-TOTALS
           END-IF
           DISPLAY '===== TRNACK CONTROL TOTALS ====='
           DISPLAY 'PROCESS DATE:       ' WS-PROCESS-DATE
           DISPLAY 'TRNCONV RECORDS:    ' WS-TRNCONV-READ
           DISPLAY 'TRNFIX RECORDS:     ' WS-TRNFIX-READ
           DISPLAY 'SUSPMGT RECORDS:    ' WS-SUSPMGT-READ
           DISPLAY 'LMTMGT RECORDS:     ' WS-LMTMGT-READ
           DISPLAY 'FEED CONTROLS READ: ' WS-FEED-CONTROLS-READ
           DISPLAY 'SOURCE FILES:       ' WS-SOURCE-COUNT
           DISPLAY 'DETAILS WRITTEN:    ' WS-DETAILS-WRITTEN
           DISPLAY 'FOLLOW-UPS WRITTEN: ' WS-FOLLOW-UPS-WRITTEN
           DISPLAY 'UNROUTED RECORDS:   ' WS-UNROUTED
           DISPLAY 'SETS IN BALANCE:    ' WS-SETS-IN-BALANCE
           DISPLAY 'SETS OUT OF BALANCE:' WS-SETS-OUT-OF-BALANCE
           IF WS-CONTROL-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               IF WS-SETS-OUT-OF-BALANCE > 0
                   DISPLAY 'ACKNOWLEDGMENT OUT OF BALANCE - '
                       'HOLD TRANSMISSION'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-UNROUTED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 3400-CLOSE-ACK-FILE
               VARYING SX FROM 1 BY 1
               UNTIL SX > WS-SOURCE-COUNT
           IF WS-FILES-OPEN
               CLOSE DISPOSITION-OUT
               CLOSE FIX-DISPOSITION
               CLOSE SUSP-DISPOSITION
               CLOSE LIMIT-DISPOSITION
               CLOSE ACK-RPT
           END-IF.

      *    FEED CONTROL RECORDS FOR EVERY FEED SET OF THE    *
      *    SOURCE, THEN THE FILE TRAILER.                    *
       3100-CLOSE-OUT-SOURCE.
           SET WS-CURRENT-SLOT TO SX
           MOVE WS-CURRENT-SLOT TO WS-FILE-ID-SLOT
           PERFORM 3200-WRITE-FEED-CONTROL
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FEED-SET-COUNT
           MOVE SPACES TO ACK-TRAILER-RECORD
           MOVE 'T' TO AZ-RECORD-TYPE
           MOVE WS-SR-SOURCE-SYSTEM (SX) TO AZ-SOURCE-SYSTEM
           COMPUTE AZ-RECORD-COUNT = WS-SR-RECORD-COUNT (SX) + 1
           MOVE WS-SR-DETAIL-COUNT (SX) TO AZ-DETAIL-COUNT
           MOVE WS-SR-FOLLOW-UPS (SX) TO AZ-FOLLOW-UP-COUNT
           MOVE WS-SR-FEED-SETS (SX) TO AZ-FEED-SET-COUNT
           MOVE WS-SR-HASH-TOTAL (SX) TO AZ-HASH-TOTAL
           MOVE WS-SR-POSTED-TOTAL (SX) TO AZ-POSTED-TOTAL
           MOVE ACK-TRAILER-RECORD TO WS-ACK-WORK
           PERFORM 8200-WRITE-ACK-RECORD
           MOVE WS-FILE-ID-WORK TO KS-FILE-ID
           MOVE WS-SR-SOURCE-SYSTEM (SX) TO KS-SOURCE-SYSTEM
           MOVE WS-SR-DETAIL-COUNT (SX) TO KS-DETAIL-COUNT
           MOVE WS-SR-FOLLOW-UPS (SX) TO KS-FOLLOW-UPS
           MOVE WS-SR-FEED-SETS (SX) TO KS-FEED-SETS
           MOVE WS-SR-RECORD-COUNT (SX) TO KS-RECORD-COUNT
           MOVE WS-SR-POSTED-TOTAL (SX) TO KS-POSTED-TOTAL
           PERFORM 8110-WRITE-SOURCE-LINE.

      *    A FEED SET IS IN BALANCE WHEN ITS CONTROL RECORD  *
      *    WAS RECEIVED AND THE DISPOSITION COUNT AND HASH   *
      *    AGREE WITH THE SOURCE TRAILER.                    *
       3200-WRITE-FEED-CONTROL.
           IF WS-FT-SOURCE-SYSTEM (FX) = WS-SR-SOURCE-SYSTEM (SX)
               MOVE SPACES TO ACK-CONTROL-RECORD
               MOVE 'C' TO AC-RECORD-TYPE
               MOVE WS-FT-SOURCE-SYSTEM (FX) TO AC-SOURCE-SYSTEM
               MOVE WS-FT-FEED-DATE (FX) TO AC-FEED-DATE
               MOVE WS-FT-CYCLE-NUMBER (FX) TO AC-CYCLE-NUMBER
               MOVE WS-FT-TRL-COUNT (FX) TO AC-TRL-RECORD-COUNT
               MOVE WS-FT-TRL-HASH (FX) TO AC-TRL-HASH-TOTAL
               MOVE WS-FT-DISP-COUNT (FX) TO AC-DISP-COUNT
               MOVE WS-FT-DISP-HASH (FX) TO AC-DISP-HASH-TOTAL
               MOVE WS-FT-CONVERTED (FX) TO AC-CONVERTED
               MOVE WS-FT-REJECTED (FX) TO AC-REJECTED
               MOVE WS-FT-DUPLICATE (FX) TO AC-DUPLICATE
               MOVE WS-FT-MISMATCHED (FX) TO AC-MISMATCHED
               MOVE WS-FT-HELD (FX) TO AC-HELD
               MOVE WS-FT-POSTED-TOTAL (FX) TO AC-POSTED-TOTAL
               IF WS-FT-CONTROL-SEEN (FX) = 'Y'
                  AND WS-FT-DISP-COUNT (FX) = WS-FT-TRL-COUNT (FX)
                  AND WS-FT-DISP-HASH (FX) = WS-FT-TRL-HASH (FX)
                   SET AC-IN-BALANCE TO TRUE
                   ADD 1 TO WS-SETS-IN-BALANCE
                   MOVE 'IN BALANCE' TO KF-STATUS
               ELSE
                   SET AC-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-SETS-OUT-OF-BALANCE
                   IF WS-FT-CONTROL-SEEN (FX) = 'Y'
                       MOVE 'OUT OF BALANCE' TO KF-STATUS
                   ELSE
                       MOVE 'NO TRAILER' TO KF-STATUS
                   END-IF
               END-IF
               ADD WS-FT-TRL-HASH (FX) TO WS-SR-HASH-TOTAL (SX)
               MOVE ACK-CONTROL-RECORD TO WS-ACK-WORK
               PERFORM 8200-WRITE-ACK-RECORD
               MOVE WS-FILE-ID-WORK TO KF-FILE-ID
               MOVE WS-FT-SOURCE-SYSTEM (FX) TO KF-SOURCE-SYSTEM
               MOVE WS-FT-FEED-DATE (FX) TO KF-FEED-DATE
               MOVE WS-FT-CYCLE-NUMBER (FX) TO KF-CYCLE-NUMBER
               MOVE WS-FT-TRL-COUNT (FX) TO KF-TRL-COUNT
               MOVE WS-FT-DISP-COUNT (FX) TO KF-DISP-COUNT
               MOVE WS-FT-CONVERTED (FX) TO KF-CONVERTED
               MOVE WS-FT-REJECTED (FX) TO KF-REJECTED
               MOVE WS-FT-DUPLICATE (FX) TO KF-DUPLICATE
               MOVE WS-FT-MISMATCHED (FX) TO KF-MISMATCHED
               MOVE WS-FT-HELD (FX) TO KF-HELD
               MOVE WS-FT-POSTED-TOTAL (FX) TO KF-POSTED-TOTAL
               PERFORM 8100-WRITE-FEED-SET-LINE
           END-IF.

       3300-WRITE-REPORT-TOTALS.
           MOVE 'DETAILS WRITTEN:' TO KT-TOTAL-LABEL
           MOVE WS-DETAILS-WRITTEN TO KT-TOTAL-COUNT
           WRITE ACK-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FOLLOW-UPS WRITTEN:' TO KT-TOTAL-LABEL
           MOVE WS-FOLLOW-UPS-WRITTEN TO KT-TOTAL-COUNT
           WRITE ACK-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'UNROUTED RECORDS:' TO KT-TOTAL-LABEL
           MOVE WS-UNROUTED TO KT-TOTAL-COUNT
           WRITE ACK-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'SETS IN BALANCE:' TO KT-TOTAL-LABEL
           MOVE WS-SETS-IN-BALANCE TO KT-TOTAL-COUNT
           WRITE ACK-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'SETS OUT OF BALANCE:' TO KT-TOTAL-LABEL
           MOVE WS-SETS-OUT-OF-BALANCE TO KT-TOTAL-COUNT
           WRITE ACK-RPT-LINE FROM WS-RPT-TOTAL-LINE.

       3400-CLOSE-ACK-FILE.
           SET WS-CURRENT-SLOT TO SX
           EVALUATE WS-CURRENT-SLOT
               WHEN 1
                   CLOSE ACK-OUT-01
               WHEN 2
                   CLOSE ACK-OUT-02
               WHEN 3
                   CLOSE ACK-OUT-03
               WHEN 4
                   CLOSE ACK-OUT-04
               WHEN 5
                   CLOSE ACK-OUT-05
               WHEN 6
                   CLOSE ACK-OUT-06
               WHEN 7
                   CLOSE ACK-OUT-07
               WHEN 8
                   CLOSE ACK-OUT-08
               WHEN 9
                   CLOSE ACK-OUT-09
               WHEN 10
                   CLOSE ACK-OUT-10
           END-EVALUATE.

       8100-WRITE-FEED-SET-LINE.
           WRITE ACK-RPT-LINE FROM WS-RPT-FEED-SET-LINE
           PERFORM 8190-CHECK-REPORT-STATUS.

       8110-WRITE-SOURCE-LINE.
           WRITE ACK-RPT-LINE FROM WS-RPT-SOURCE-LINE
           PERFORM 8190-CHECK-REPORT-STATUS.

       8190-CHECK-REPORT-STATUS.
           IF WS-ACK-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACK-RPT - STATUS: '
                   WS-ACK-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       8200-WRITE-ACK-RECORD.
           EVALUATE WS-CURRENT-SLOT
               WHEN 1
                   WRITE ACK-OUT-01-RECORD FROM WS-ACK-WORK
               WHEN 2
                   WRITE ACK-OUT-02-RECORD FROM WS-ACK-WORK
               WHEN 3
                   WRITE ACK-OUT-03-RECORD FROM WS-ACK-WORK
               WHEN 4
                   WRITE ACK-OUT-04-RECORD FROM WS-ACK-WORK
               WHEN 5
                   WRITE ACK-OUT-05-RECORD FROM WS-ACK-WORK
               WHEN 6
                   WRITE ACK-OUT-06-RECORD FROM WS-ACK-WORK
               WHEN 7
                   WRITE ACK-OUT-07-RECORD FROM WS-ACK-WORK
               WHEN 8
                   WRITE ACK-OUT-08-RECORD FROM WS-ACK-WORK
               WHEN 9
                   WRITE ACK-OUT-09-RECORD FROM WS-ACK-WORK
               WHEN 10
                   WRITE ACK-OUT-10-RECORD FROM WS-ACK-WORK
           END-EVALUATE
           IF WS-ACK-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACK-OUT-' WS-CURRENT-SLOT
                   ' - STATUS: ' WS-ACK-OUT-STATUS
               SET WS-CONTROL-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-SR-RECORD-COUNT (SX)
           END-IF.
