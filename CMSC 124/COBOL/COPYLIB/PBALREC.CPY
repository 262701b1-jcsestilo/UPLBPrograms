      *----------------------------------------------------------*
      *  PBALREC.CPY                                             *
      *  FD RECORD FOR THE POSTING AND TRIAL BALANCE REPORT      *
      *  (POSTRPT) PRODUCED BY THE POSTBAL COMPANION PROGRAM.    *
      *  CARRIES WHICHEVER FORMATTED LINE WAS BUILT IN THE       *
      *  PROGRAM'S WORKING-STORAGE PRINT LAYOUTS.                 *
      *----------------------------------------------------------*
       01  POSTING-REPORT-RECORD.
           05  PB-LINE                 PIC X(80).
