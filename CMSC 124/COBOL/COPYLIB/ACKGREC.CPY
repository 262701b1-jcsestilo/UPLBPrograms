      *----------------------------------------------------------*
      *  ACKGREC.CPY                                             *
      *  FD RECORD FOR THE RETAINED ACKPOST GENERATIONS          *
      *  (ACKP.YYYYMMDD.BATCHID) WRITTEN BY ACKRECON ALONGSIDE   *
      *  ACKPOST ITSELF. EVERY RECORD IS COPIED BYTE FOR BYTE -  *
      *  READ IT BACK THROUGH ACKPREC. THE NAME CARRIES THE RUN  *
      *  DATE AND BATCH ID FROM THE ARRAYOUT HEADER, SO IT PAIRS *
      *  WITH THE AOUT GENERATION OF THE SAME EXPORT: A DETAIL   *
      *  ON BOTH WAS ACKNOWLEDGED, A DETAIL ONLY ON THE AOUT     *
      *  GENERATION WAS NOT, AND NO ACKP GENERATION AT ALL MEANS *
      *  THE EXPORT HAS NOT BEEN RECONCILED YET.                  *
      *----------------------------------------------------------*
       01  ACK-POSTED-GEN-RECORD.
           05  AKG-RECORD              PIC X(80).
