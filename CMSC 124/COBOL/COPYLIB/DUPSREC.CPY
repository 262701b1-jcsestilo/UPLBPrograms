      *----------------------------------------------------------*
      *  DUPSREC.CPY                                             *
      *  FD RECORD FOR THE SUSPECTED-RESUBMISSION EXCEPTIONS     *
      *  REPORT (DUPSRPT, WRITTEN BY THE FILL AS A DATED         *
      *  GENERATION LIKE EXCPRPT). CARRIES WHICHEVER FORMATTED   *
      *  LINE WAS MOVED IN FROM THE DUPSFMT WORKING-STORAGE      *
      *  LAYOUTS.                                                 *
      *----------------------------------------------------------*
       01  DUP-SUBMIT-REPORT-RECORD.
           05  DS-LINE                 PIC X(132).
