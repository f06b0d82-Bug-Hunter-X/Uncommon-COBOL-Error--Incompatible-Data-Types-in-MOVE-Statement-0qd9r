      *****************************************************
      *  RUNCTL.CPY                                       *
      *  BATCH RUN-CONTROL MASTER RECORD (VSAM KSDS,       *
      *  KEYED ON PROCESS DATE AND STEP NAME).  EACH STEP  *
      *  OF THE NIGHTLY CHAIN - TRNSPLIT, TRNCONV (OR      *
      *  TRNCONV1-4 FOR PARTITION RUNS), TRNMERGE,         *
      *  TRNRECON, TRNSUM, GLACK, SUSPMGT, AUDLOAD,        *
      *  BRNPOS, TRNINT, REJMGT AND TRNSTAT, THE WEEKLY    *
      *  REJAGE AND THE MONTH-END BRNCLS - REGISTERS ITS   *
      *  START AND ITS END HERE.                           *
      *  A STEP REFUSES TO RUN UNTIL ITS PREDECESSOR HAS   *
      *  COMPLETED FOR THE SAME PROCESS DATE, AND REFUSES  *
      *  A SECOND RUN OF A COMPLETED STEP, UNLESS THE JOB  *
      *  SETS RERUN_OVERRIDE=Y.  TRNSTAT DOES NOT REFUSE   *
      *  - IT REPORTS FROM THIS MASTER WHERE THE CHAIN     *
      *  STOPPED.                                          *
      *****************************************************
       01  RUN-STEP-RECORD.
           05  RK-STEP-KEY.
               10  RK-PROCESS-DATE     PIC X(8).
               10  RK-STEP-NAME        PIC X(8).
      *    S STARTED (STILL RUNNING, OR ABENDED BEFORE IT  *
      *    COULD REGISTER ITS END), C COMPLETED WITH RC 4  *
      *    OR LESS, F FAILED WITH RC 8 OR MORE, R REFUSED. *
           05  RK-STEP-STATUS          PIC X(1).
               88  RK-STARTED              VALUE 'S'.
               88  RK-COMPLETED            VALUE 'C'.
               88  RK-FAILED               VALUE 'F'.
               88  RK-REFUSED              VALUE 'R'.
           05  RK-JOB-ID               PIC X(8).
           05  RK-OPERATOR-ID          PIC X(8).
           05  RK-START-DATE           PIC X(8).
           05  RK-START-TIME           PIC X(8).
           05  RK-END-DATE             PIC X(8).
           05  RK-END-TIME             PIC X(8).
           05  RK-RETURN-CODE          PIC 9(4).
      *    STARTS FOR THE DATE, RERUNS INCLUDED.           *
           05  RK-RUN-COUNT            PIC 9(3).
      *    Y = LAST START WAS FORCED BY RERUN_OVERRIDE.    *
           05  RK-RERUN-OVERRIDE       PIC X(1).
               88  RK-OVERRIDE-USED        VALUE 'Y'.
      *    ON A REFUSAL, THE PREDECESSOR THAT HAD NOT      *
      *    COMPLETED.                                      *
           05  RK-BLOCKING-STEP        PIC X(8).
           05  FILLER                  PIC X(20).
