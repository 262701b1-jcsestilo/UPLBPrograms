      *  RCATREC.CPY                                             *
      *  FD RECORD FOR THE REPORT CATALOG (RPTCATLG). ONE RECORD *
      *  IS APPENDED FOR EVERY DATED REPORT GENERATION THE SUITE *
      *  PRODUCES - THE REPORT TYPE (EXCP, PURG, VRFY, BRCH,     *
      *  RGNL, DUPS OR ALRT FROM EXERCISE1, SECR FROM MSTRMNT),  *
      *  THE RUN DATE AND BATCH ID THAT KEY THE GENERATION,      *
      *  THE ACTUAL FILE NAME IT WAS WRITTEN UNDER,              *
      *  AND ITS EXCEPTION COUNT - SO AN AUDITOR CAN FIND LAST   *
      *  TUESDAY'S EXCEPTIONS WITHOUT GUESSING AT FILE NAMES.    *
      *  THE RPTRETEN COMPANION PROGRAM AGES OLD GENERATIONS     *
      *  OFF FROM HERE. THE RETAINED EXTRACT COPIES - AOUT       *
      *  (ARRAYOUT, FROM THE EXPORT OPTION) AND ACKP (ACKPOST,   *
      *  FROM ACKRECON) - ARE CATALOGED THE SAME WAY, WITH THEIR *
      *  DETAIL COUNT IN THE COUNT FIELD. DUPS CARRIES ITS       *
      *  SUSPECTED RESUBMISSIONS AND ALRT ITS ALERTS AS THE      *
      *  COUNT. SECR IS KEYED BY ITS RUN TIME IN THE BATCH ID    *
      *  AND CARRIES ITS CHANGE-LINE COUNT.                       *
      *----------------------------------------------------------*
       01  REPORT-CATALOG-RECORD.
           05  RCAT-REPORT-TYPE        PIC X(04).
