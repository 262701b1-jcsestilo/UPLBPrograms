      *----------------------------------------------------------*
      *  INTGREC.CPY                                             *
      *  FD RECORD FOR THE WEEKLY MASTER INTEGRITY REPORT        *
      *  (INTGRPT) PRODUCED BY THE INTGCHK COMPANION PROGRAM.    *
      *  CARRIES WHICHEVER FORMATTED LINE WAS BUILT IN THE       *
      *  PROGRAM'S WORKING-STORAGE PRINT LAYOUTS.                 *
      *----------------------------------------------------------*
       01  INTEGRITY-REPORT-RECORD.
           05  IG-LINE                 PIC X(80).
