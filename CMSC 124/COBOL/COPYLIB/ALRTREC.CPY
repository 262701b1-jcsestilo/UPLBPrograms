      *----------------------------------------------------------*
      *  ALRTREC.CPY                                             *
      *  FD RECORD FOR THE LARGE-VALUE AND STRUCTURING ALERT     *
      *  REPORT (ALRTRPT, WRITTEN AS A DATED GENERATION LIKE     *
      *  BRCHRPT). CARRIES WHICHEVER FORMATTED LINE WAS MOVED IN *
      *  FROM THE ALRTFMT WORKING-STORAGE LAYOUTS.                *
      *----------------------------------------------------------*
       01  ALERT-REPORT-RECORD.
           05  AL-LINE                 PIC X(132).
