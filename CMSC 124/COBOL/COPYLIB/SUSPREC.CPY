      *----------------------------------------------------------*
      *  SUSPREC.CPY                                             *
      *  FD RECORD FOR THE SUSPENSE FILE (SUSPENSE). THE FILL    *
      *  APPENDS ONE RECORD FOR EVERY ARRAYIN DETAIL IT REJECTS  *
      *  - THE ITEM KEY (SUSPEND DATE, THE FILL'S BATCH ID AND A *
      *  SEQUENCE WITHIN THE RUN), THE EXTRACT IT CAME FROM, THE *
      *  REJECT REASON CODE, AND THE ORIGINAL DETAIL FIELDS AS   *
      *  RECEIVED - SO NOTHING REJECTED IS EVER SILENTLY LOST.   *
      *  THE SUSPMGR COMPANION PROGRAM REPAIRS OR WRITES OFF     *
      *  OPEN ITEMS, STAMPING THE STATUS AND THE ACTION DATE.    *
      *  THE AMOUNT IS HELD AS RECEIVED, SO A NON-NUMERIC        *
      *  AMOUNT SURVIVES INTACT FOR THE REPAIR DESK.              *
      *  REASON 07 IS A VALID DETAIL HELD OUT AS A SUSPECTED     *
      *  RESUBMISSION OF AN EARLIER LOAD (SEE TRANHIST) - ONE    *
      *  RESUBMITTED THROUGH SUSPRSUB IS HELD AGAIN UNLESS A     *
      *  DUPOVRD CARD NAMING SUSPRSUB RELEASES IT.                *
      *----------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  SU-SUSPEND-DATE         PIC 9(08).
           05  SU-BATCH-ID             PIC X(08).
           05  SU-ITEM-SEQ             PIC 9(05).
           05  SU-SOURCE-FILE          PIC X(08).
           05  SU-REASON-CODE          PIC X(02).
               88  SU-RSN-ACCT-NOT-NUMERIC      VALUE "01".
               88  SU-RSN-ACCT-OUT-OF-RANGE     VALUE "02".
               88  SU-RSN-AMT-NOT-NUMERIC       VALUE "03".
               88  SU-RSN-TYPE-MISSING          VALUE "04".
               88  SU-RSN-TYPE-UNKNOWN          VALUE "05".
               88  SU-RSN-WRONG-SIGN            VALUE "06".
               88  SU-RSN-SUSPECT-RESUBMIT      VALUE "07".
           05  SU-STATUS               PIC X(01).
               88  SU-ITEM-OPEN                 VALUE "O".
               88  SU-ITEM-REPAIRED             VALUE "R".
               88  SU-ITEM-WRITTEN-OFF          VALUE "W".
           05  SU-ACCT-NO-X            PIC X(06).
           05  SU-TRAN-TYPE            PIC X(01).
           05  SU-AMOUNT-X             PIC X(12).
           05  SU-AMOUNT REDEFINES SU-AMOUNT-X
                                       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  SU-ACTION-DATE          PIC 9(08).
           05  FILLER                  PIC X(21).
