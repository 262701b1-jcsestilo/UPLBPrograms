      *----------------------------------------------------------*
      *  TRANREC.CPY                                             *
      *  FD RECORD FOR THE TRANSACTION TYPE CODE MASTER          *
      *  (TRANCODE). ONE RECORD PER VALID TYPE CODE: ITS         *
      *  DESCRIPTION, WHETHER IT DEBITS OR CREDITS THE CUSTOMER  *
      *  ACCOUNT, THE SIGN EVERY AMOUNT OF THAT TYPE MUST CARRY  *
      *  ON THE EXTRACT, AND THE GENERAL LEDGER ACCOUNTS ITS     *
      *  JOURNAL ENTRY IS DEBITED AND CREDITED TO. LOADED AT     *
      *  INITIALIZE THE SAME WAY OPERMAST AND BRCHMAST ARE - A   *
      *  TYPE CODE NOT ON THE MASTER IS REJECTED AT THE FILL.    *
      *----------------------------------------------------------*
       01  TRAN-CODE-RECORD.
           05  TC-TYPE-CODE            PIC X(01).
           05  TC-DESCRIPTION          PIC X(20).
           05  TC-DR-CR-FLAG           PIC X(01).
               88  TC-DEBIT-TYPE                VALUE "D".
               88  TC-CREDIT-TYPE               VALUE "C".
           05  TC-AMOUNT-SIGN          PIC X(01).
               88  TC-SIGN-PLUS                 VALUE "+".
               88  TC-SIGN-MINUS                VALUE "-".
           05  TC-GL-DEBIT-ACCT        PIC X(10).
           05  TC-GL-CREDIT-ACCT       PIC X(10).
           05  FILLER                  PIC X(37).
