      *----------------------------------------------------------*
      *  GLJRREC.CPY                                             *
      *  FD RECORDS FOR THE GENERAL LEDGER JOURNAL INTERFACE     *
      *  FILE (GLEXTRACT) WRITTEN BY THE GL JOURNAL OPTION. SAME *
      *  "H"/"D"/"T" RECORD-TYPE CONVENTION AS ARRAYOUT: A       *
      *  HEADER WITH THE RUN DATE, BATCH ID AND SOURCE FILE, ONE *
      *  DETAIL PER JOURNAL LEG - THE GL ACCOUNT, DEBIT OR       *
      *  CREDIT, THE UNSIGNED AMOUNT, AND THE BRANCH AND TYPE    *
      *  CODE IT SUMMARIZES - AND A TRAILER WITH THE LEG COUNT   *
      *  AND THE DEBIT AND CREDIT TOTALS, WHICH MUST BE EQUAL    *
      *  FOR THE LEDGER TO ACCEPT THE FILE.                       *
      *----------------------------------------------------------*
       01  GL-JOURNAL-HEADER-REC.
           05  GJH-RECORD-TYPE         PIC X(01).
           05  GJH-RUN-DATE            PIC 9(08).
           05  GJH-BATCH-ID            PIC X(08).
           05  GJH-SOURCE-FILE         PIC X(08).
           05  FILLER                  PIC X(55).

       01  GL-JOURNAL-DETAIL-REC.
           05  GJD-RECORD-TYPE         PIC X(01).
           05  GJD-SEQUENCE-NO         PIC 9(05).
           05  GJD-GL-ACCOUNT          PIC X(10).
           05  GJD-DR-CR-FLAG          PIC X(01).
               88  GJD-DEBIT-LEG                VALUE "D".
               88  GJD-CREDIT-LEG               VALUE "C".
           05  GJD-AMOUNT              PIC 9(11)V99.
           05  GJD-BRANCH-CODE         PIC X(02).
           05  GJD-TRAN-TYPE           PIC X(01).
           05  GJD-ITEM-COUNT          PIC 9(05).
           05  GJD-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(22).

       01  GL-JOURNAL-TRAILER-REC.
           05  GJT-RECORD-TYPE         PIC X(01).
           05  GJT-RECORD-COUNT        PIC 9(05).
           05  GJT-DEBIT-TOTAL         PIC 9(13)V99.
           05  GJT-CREDIT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(44).
