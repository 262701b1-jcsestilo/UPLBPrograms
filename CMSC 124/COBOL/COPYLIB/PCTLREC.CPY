      *----------------------------------------------------------*
      *  PCTLREC.CPY                                             *
      *  FD RECORD FOR THE POSTING CONTROL FILE (POSTCTL). ONE   *
      *  RECORD, REWRITTEN BY POSTBAL AFTER EVERY SUCCESSFUL     *
      *  POSTING RUN, NAMING THE ARRAYOUT RUN DATE AND BATCH ID  *
      *  IT LAST POSTED - AN ACKPOST EXTRACT FOR THE SAME BATCH  *
      *  IS REFUSED, SO A RERUN CAN NEVER POST A NIGHT TWICE.    *
      *----------------------------------------------------------*
       01  POSTING-CONTROL-RECORD.
           05  PC-LAST-RUN-DATE        PIC 9(08).
           05  PC-LAST-BATCH-ID        PIC X(08).
           05  PC-POSTED-DATE          PIC 9(08).
           05  PC-POSTED-COUNT         PIC 9(05).
           05  FILLER                  PIC X(51).
