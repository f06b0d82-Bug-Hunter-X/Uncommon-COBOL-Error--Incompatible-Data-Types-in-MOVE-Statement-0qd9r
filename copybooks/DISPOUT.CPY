      *****************************************************
      *  DISPOUT.CPY                                      *
      *  DISPOSITION RECORD - ONE RECORD PER DETAIL ITEM   *
      *  STATING WHAT BECAME OF IT (CONVERTED, REJECTED,   *
      *  HELD AS DUPLICATE OR MISMATCH, HELD OVER A BRANCH *
      *  LIMIT), WRITTEN BY TRNCONV, PLUS FOLLOW-UP        *
      *  RECORDS FROM TRNFIX, SUSPMGT AND LMTMGT WHEN A    *
      *  HELD ITEM IS RESUBMITTED, RELEASED, WRITTEN OFF   *
      *  OR DECLINED BY COMPLIANCE.  TRNCONV ALSO WRITES   *
      *  ONE FEED CONTROL RECORD PER FEED SET CARRYING THE *
      *  SOURCE TRAILER COUNT AND HASH TOTAL.  TRNACK      *
      *  SPLITS THE FILE BY ORIGINATING SOURCE SYSTEM.     *
      *****************************************************
       01  DISPOSITION-RECORD.
           05  DP-SOURCE-SYSTEM        PIC X(8).
           05  DP-FEED-DATE            PIC X(8).
           05  DP-CYCLE-NUMBER         PIC 9(4).
           05  DP-RECORD-TYPE          PIC X(1).
               88  DP-ORIGINAL-ITEM    VALUE 'O'.
               88  DP-FOLLOW-UP-ITEM   VALUE 'F'.
               88  DP-FEED-CONTROL     VALUE 'C'.
           05  DP-ITEM-FIELDS.
               10  DP-TRANS-KEY        PIC X(10).
               10  DP-DISPOSITION      PIC X(1).
                   88  DP-CONVERTED    VALUE 'C'.
                   88  DP-REJECTED     VALUE 'R'.
                   88  DP-DUPLICATE    VALUE 'D'.
                   88  DP-MISMATCHED   VALUE 'M'.
                   88  DP-RESUBMITTED  VALUE 'S'.
                   88  DP-RELEASED     VALUE 'L'.
                   88  DP-WRITTEN-OFF  VALUE 'W'.
                   88  DP-LIMIT-HELD   VALUE 'H'.
                   88  DP-DECLINED     VALUE 'X'.
               10  DP-REASON-CODE      PIC X(4).
      *    AMOUNT POSTED TO EXTRACT-OUT IN BASE CURRENCY - *
      *    ZERO FOR ANY ITEM NOT CONVERTED.                *
               10  DP-POSTED-AMOUNT    PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  DP-CURRENCY-CODE    PIC X(3).
      *    NUMERIC AREA-1 VALUE AS RECEIVED - THE AMOUNT   *
      *    THE SOURCE TRAILER HASH TOTAL IS BUILT FROM.    *
               10  DP-HASH-AMOUNT      PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
      *    FEED CONTROL VIEW - SOURCE TRAILER TOTALS FOR   *
      *    THE FEED SET SO THE ACKNOWLEDGMENT CAN BE       *
      *    PROVED BACK TO THE FEED.                        *
           05  DP-CONTROL-FIELDS REDEFINES DP-ITEM-FIELDS.
               10  DP-TRL-RECORD-COUNT PIC 9(9).
               10  DP-TRL-HASH-TOTAL   PIC S9(13)
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(23).
           05  DP-PROCESS-DATE         PIC X(8).
           05  DP-REPORTED-BY          PIC X(8).
           05  FILLER                  PIC X(17).
