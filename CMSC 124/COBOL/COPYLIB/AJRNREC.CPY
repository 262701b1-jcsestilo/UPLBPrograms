      *----------------------------------------------------------*
      *  AJRNREC.CPY                                             *
      *  FD RECORDS FOR THE ACCOUNT MAINTENANCE JOURNAL          *
      *  (ACCTJRNL). ACCTUPDT APPENDS ONE "D" ENTRY FOR EVERY    *
      *  ADD, CLOSE, REOPEN AND TRANSFER IT APPLIES, HOLDING THE *
      *  ACCTMAST RECORD AS IT WAS BEFORE THE CHANGE (SPACES ON  *
      *  AN ADD) AND AS IT WAS LEFT, AND CLOSES EACH RUN WITH A  *
      *  "T" TRAILER CARRYING THE AUPDRPT COUNTS. A RUN IS       *
      *  NAMED BY ITS RUN DATE AND THE RUN SEQUENCE NUMBER       *
      *  ACCTUPDT ASSIGNS WITHIN THAT DATE (1 FOR THE FIRST RUN  *
      *  OF THE DAY). ACCTBKOT APPENDS A "B" ENTRY FOR EVERY     *
      *  ENTRY IT REVERSES, CARRYING THE SAME RUN, ENTRY SEQUENCE *
      *  AND ACTION, THE RECORD IT FOUND AND THE RECORD IT PUT   *
      *  BACK (SPACES WHEN AN ADD WAS REMOVED), AND THE DATE OF  *
      *  THE BACKOUT - SO NO ENTRY IS EVER REVERSED TWICE.        *
      *----------------------------------------------------------*
       01  ACCT-JOURNAL-ENTRY-REC.
           05  AJE-RECORD-TYPE         PIC X(01).
           05  AJE-RUN-DATE            PIC 9(08).
           05  AJE-RUN-SEQ             PIC 9(03).
           05  AJE-ENTRY-SEQ           PIC 9(05).
           05  AJE-ACTION              PIC X(01).
           05  AJE-BEFORE-IMAGE        PIC X(40).
           05  AJE-AFTER-IMAGE         PIC X(40).
           05  AJE-BACKOUT-DATE        PIC 9(08).
           05  FILLER                  PIC X(14).

       01  ACCT-JOURNAL-TRAILER-REC.
           05  AJT-RECORD-TYPE         PIC X(01).
           05  AJT-RUN-DATE            PIC 9(08).
           05  AJT-RUN-SEQ             PIC 9(03).
           05  AJT-TRAN-COUNT          PIC 9(05).
           05  AJT-APPLIED-COUNT       PIC 9(05).
           05  AJT-REJECT-COUNT        PIC 9(05).
           05  FILLER                  PIC X(93).
