      *----------------------------------------------------------*
      *  DOVRREC.CPY                                             *
      *  FD RECORD FOR THE DUPLICATE-SUBMISSION OVERRIDE CARDS   *
      *  (DUPOVRD). THE FILL HOLDS EVERY DETAIL THAT MATCHES AN  *
      *  EARLIER LOAD ON TRANHIST OUT OF THE ARRAY; A CARD HERE  *
      *  RELEASES THEM INSTEAD. A CARD APPLIES ONLY ON ITS OWN   *
      *  RUN DATE AND ONLY TO THE EXTRACT IT NAMES - ONE ACCOUNT *
      *  OR, WITH THE ACCOUNT LEFT BLANK, EVERY SUSPECT ON THAT  *
      *  EXTRACT - SO A CARD LEFT IN THE FILE CANNOT RELEASE A   *
      *  LATER NIGHT'S RESUBMISSION. THE AUTHORIZING OPERATOR    *
      *  MUST BE ACTIVE ON OPERMAST WITH FILL AUTHORITY.          *
      *----------------------------------------------------------*
       01  DUP-OVERRIDE-RECORD.
           05  DO-RUN-DATE-X           PIC X(08).
           05  DO-RUN-DATE REDEFINES DO-RUN-DATE-X
                                       PIC 9(08).
           05  DO-EXTRACT-FILE         PIC X(08).
           05  DO-ACCT-NO-X            PIC X(06).
           05  DO-OPERATOR-ID          PIC X(08).
           05  DO-REASON               PIC X(30).
           05  FILLER                  PIC X(20).
