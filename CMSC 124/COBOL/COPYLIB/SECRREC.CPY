      *----------------------------------------------------------*
      *  SECRREC.CPY                                             *
      *  FD RECORD FOR THE SECURITY CHANGE REPORT WRITTEN BY     *
      *  MSTRMNT AS A DATED GENERATION (SECR.DATE.TIME) AND      *
      *  CATALOGED ON RPTCATLG. CARRIES WHICHEVER FORMATTED LINE *
      *  WAS MOVED IN FROM THE SECRFMT WORKING-STORAGE LAYOUTS.  *
      *----------------------------------------------------------*
       01  SECURITY-REPORT-RECORD.
           05  SC-LINE                 PIC X(132).
