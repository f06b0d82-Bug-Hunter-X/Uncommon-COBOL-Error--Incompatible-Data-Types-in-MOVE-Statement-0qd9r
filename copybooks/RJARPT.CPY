      *****************************************************
      *  RJARPT.CPY                                       *
      *  RECORD LAYOUT FOR THE WEEKLY REJECT AGING AND     *
      *  ESCALATION REPORT WRITTEN TO REJECT-AGING-RPT     *
      *  BY REJAGE.                                        *
      *****************************************************
       01  REJECT-AGING-LINE              PIC X(132).
