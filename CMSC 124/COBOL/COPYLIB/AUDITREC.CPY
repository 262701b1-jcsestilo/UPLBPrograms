      *  PAST OPTION 9. THE RESULT BYTE SHOWS WHETHER THE        *
      *  SELECTION WAS ALLOWED OR DENIED BY THE OPERMAST         *
      *  AUTHORITY CHECK, SO SECURITY REVIEW SEES ATTEMPTS, NOT  *
      *  JUST SUCCESSES. THE ACCTINQ ONLINE INQUIRY LOGS EVERY   *
      *  ACCOUNT LOOKED UP UNDER ITS OWN CHOICE VALUE (90), WITH  *
      *  THE ACCOUNT NUMBER - MENU SELECTIONS LEAVE IT BLANK.     *
      *----------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP-DATE      PIC 9(08).
           05  AUD-TIMESTAMP-TIME      PIC 9(08).
           05  AUD-CHOICE              PIC 9(02).
               88  AUD-ACCT-INQUIRY             VALUE 90.
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-RESULT              PIC X(01).
               88  AUD-ALLOWED                  VALUE "A".
               88  AUD-DENIED                   VALUE "D".
           05  AUD-ACCT-NO             PIC X(06).
