      *  VERIFY OPTION READS IT RANDOMLY TO CONFIRM THAT EVERY    *
      *  LOADED ACCOUNT NUMBER WAS ACTUALLY ISSUED AND IS STILL   *
      *  OPEN BEFORE THE ARRAY IS PASSED DOWNSTREAM.              *
      *  THE LEDGER BALANCE, LAST-ACTIVITY DATE AND OVERDRAFT     *
      *  LIMIT ARE KEPT BY THE POSTBAL COMPANION PROGRAM FROM THE *
      *  ACKNOWLEDGED POSTINGS. THEY WERE CARVED OUT OF FILLER,   *
      *  SO A RECORD WRITTEN BEFORE THEY EXISTED STILL CARRIES    *
      *  SPACES THERE - EVERY READER TREATS A NON-NUMERIC VALUE   *
      *  AS ZERO (NO BALANCE, NO ACTIVITY, NO OVERDRAFT).         *
      *----------------------------------------------------------*
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCT-NO              PIC 9(06).
               88  AM-ACCT-OPEN                 VALUE "O".
               88  AM-ACCT-CLOSED               VALUE "C".
           05  AM-BRANCH-CODE          PIC X(02).
           05  AM-LEDGER-BALANCE       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  AM-LAST-ACTIVITY-DATE   PIC 9(08).
           05  AM-OVERDRAFT-LIMIT      PIC 9(07)V99.
           05  FILLER                  PIC X(02).
