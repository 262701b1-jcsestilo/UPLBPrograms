      *----------------------------------------------------------*
      *  AOUTREC.CPY                                             *
      *  FD RECORD FOR THE RETAINED ARRAYOUT GENERATIONS         *
      *  (AOUT.YYYYMMDD.BATCHID) WRITTEN BY THE EXPORT ARRAY     *
      *  OPTION ALONGSIDE ARRAYOUT ITSELF. EVERY HEADER, DETAIL  *
      *  AND TRAILER IS COPIED BYTE FOR BYTE - READ IT BACK      *
      *  THROUGH EXPTREC. ARRAYOUT IS OVERWRITTEN EVERY NIGHT;   *
      *  THE GENERATIONS ARE CATALOGED ON RPTCATLG AND AGED OFF  *
      *  BY RPTRETEN LIKE ANY OTHER DATED REPORT, SO ACCTINQ CAN *
      *  ANSWER "DID IT GO OUT" FOR THE WHOLE RETENTION WINDOW.  *
      *----------------------------------------------------------*
       01  ARRAY-OUT-GEN-RECORD.
           05  AOG-RECORD              PIC X(30).
