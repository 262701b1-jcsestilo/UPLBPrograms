      *----------------------------------------------------------*
      *  THSTREC.CPY                                             *
      *  FD RECORD FOR THE ROLLING TRANSACTION HISTORY FILE      *
      *  (TRANHIST), KEYED LIKE ACCTMAST. THE FILL WRITES ONE    *
      *  RECORD FOR EVERY DETAIL IT LOADS FROM AN EXTRACT THAT   *
      *  BALANCES AGAINST ITS TRAILER AND CHECKS EACH NEW        *
      *  DETAIL AGAINST IT, SO AN EXTRACT RESENT UNDER ANOTHER   *
      *  FILE NAME - OR ON A LATER NIGHT - IS CAUGHT EVEN THOUGH *
      *  IT BALANCES AGAINST ITS OWN TRAILER. THE KEY LEADS WITH *
      *  ACCOUNT, TYPE AND AMOUNT SO ONE START FINDS EVERY PRIOR *
      *  LOAD OF THE SAME ITEM; THE LOAD DATE, SOURCE EXTRACT    *
      *  AND DETAIL POSITION WITHIN THAT EXTRACT MAKE IT UNIQUE, *
      *  SO A RESTARTED FILL REWRITING THE SAME ITEM GETS A      *
      *  DUPLICATE KEY RATHER THAN A SECOND RECORD. THSTPURG     *
      *  AGES RECORDS OUT OF THE FILE BY LOAD DATE.               *
      *----------------------------------------------------------*
       01  TRAN-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-ITEM-KEY.
                   15  TH-ACCT-NO      PIC 9(06).
                   15  TH-TRAN-TYPE    PIC X(01).
                   15  TH-AMOUNT       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  TH-LOAD-DATE        PIC 9(08).
               10  TH-SOURCE-FILE      PIC X(08).
               10  TH-DETAIL-NO        PIC 9(05).
           05  TH-BATCH-ID             PIC X(08).
           05  TH-EXTRACT-DATE         PIC 9(08).
           05  FILLER                  PIC X(24).
