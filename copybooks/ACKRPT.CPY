      *****************************************************
      *  ACKRPT.CPY                                       *
      *  PRINT LINE FOR THE TRNACK DISPOSITION             *
      *  ACKNOWLEDGMENT CONTROL REPORT.                    *
      *****************************************************
       01  ACK-RPT-LINE                PIC X(132).
