      *----------------------------------------------------------*
      *  SRPTREC.CPY                                             *
      *  FD RECORD FOR THE SUSPENSE MANAGEMENT REPORT (SUSPRPT)  *
      *  PRODUCED BY THE SUSPMGR COMPANION PROGRAM. CARRIES      *
      *  WHICHEVER FORMATTED LINE WAS BUILT IN THE PROGRAM'S     *
      *  WORKING-STORAGE PRINT LAYOUTS.                           *
      *----------------------------------------------------------*
       01  SUSPENSE-REPORT-RECORD.
           05  SR-LINE                 PIC X(80).
