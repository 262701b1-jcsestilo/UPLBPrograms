      *----------------------------------------------------------*
      *  ABKTREC.CPY                                             *
      *  FD RECORD FOR THE ACCOUNT RUN BACKOUT REPORT (ABKTRPT)  *
      *  PRODUCED BY THE ACCTBKOT COMPANION PROGRAM. CARRIES     *
      *  WHICHEVER FORMATTED LINE WAS BUILT IN THE PROGRAM'S     *
      *  WORKING-STORAGE PRINT LAYOUTS.                           *
      *----------------------------------------------------------*
       01  BACKOUT-REPORT-RECORD.
           05  BR-LINE                 PIC X(80).
