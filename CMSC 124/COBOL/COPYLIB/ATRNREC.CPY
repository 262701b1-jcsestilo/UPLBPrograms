      *  PER ACTION AGAINST THE ACCTMAST MASTER: ADD A NEW       *
      *  ACCOUNT, CLOSE OR REOPEN AN EXISTING ONE, OR TRANSFER   *
      *  IT TO ANOTHER BRANCH. THE BRANCH CODE IS USED ON ADD    *
      *  AND TRANSFER ACTIONS AND IGNORED ON THE OTHERS. AN ADD   *
      *  MAY ALSO CARRY THE NEW ACCOUNT'S OVERDRAFT LIMIT - LEFT  *
      *  BLANK, THE ACCOUNT OPENS WITH NO OVERDRAFT.              *
      *----------------------------------------------------------*
       01  ACCOUNT-TRANS-RECORD.
           05  AT-ACTION-CODE          PIC X(01).
               88  AT-ACTION-TRANSFER           VALUE "T".
           05  AT-ACCT-NO-X            PIC X(06).
           05  AT-BRANCH-CODE          PIC X(02).
           05  AT-OD-LIMIT-X           PIC X(09).
           05  AT-OD-LIMIT REDEFINES AT-OD-LIMIT-X
                                       PIC 9(07)V99.
           05  FILLER                  PIC X(62).
