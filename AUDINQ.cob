               'BEFORE VALUE'.
           05  FILLER                      PIC X(14) VALUE
               'AFTER VALUE'.
           05  FILLER                      PIC X(5) VALUE
               'CCY'.
           05  FILLER                      PIC X(14) VALUE
               'RATE'.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  IQ-RUN-DATE                 PIC X(8).
           05  IQ-BEFORE-VALUE             PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  IQ-AFTER-VALUE              PIC -ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  IQ-CURRENCY-CODE            PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  IQ-EXCHANGE-RATE            PIC ZZZZ9.999999.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-RPT-NOHIT-LINE               PIC X(132)
           VALUE '  NO CONVERSIONS FOUND FOR THIS REQUEST'.
                       MOVE AM-BEFORE-VALUE (1:40)
                           TO IQ-BEFORE-VALUE
                       MOVE AM-AFTER-VALUE TO IQ-AFTER-VALUE
                       MOVE AM-CURRENCY-CODE TO IQ-CURRENCY-CODE
                       MOVE AM-EXCHANGE-RATE TO IQ-EXCHANGE-RATE
                       MOVE WS-RPT-DETAIL-LINE TO WS-INQ-LINE-WORK
                       PERFORM 8100-WRITE-INQ-LINE
                   END-IF
