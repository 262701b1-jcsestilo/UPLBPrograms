      *----------------------------------------------------------*
      *  ALRTFMT.CPY                                             *
      *  WORKING-STORAGE PRINT LINES FOR THE LARGE-VALUE AND     *
      *  STRUCTURING ALERT REPORT. HEADER/THRESHOLD/ALERT/ITEM/  *
      *  TOTAL ARE ALTERNATE VIEWS OF THE SAME 132-BYTE PRINT    *
      *  LINE VIA REDEFINES, FOLLOWING THE SAME PATTERN AS       *
      *  RGNLFMT - EACH PARAGRAPH THAT BUILDS A LINE MOVES       *
      *  SPACES TO AL-HEADER-LINE FIRST, THEN MOVES IN ITS OWN   *
      *  LABEL AND DATA. ONE ALERT LINE PER ACCOUNT AND TYPE     *
      *  CODE, FOLLOWED BY ONE ITEM LINE PER CONTRIBUTING        *
      *  AMOUNT.                                                  *
      *----------------------------------------------------------*
       01  AL-HEADER-LINE.
           05  AL-HDR-LABEL            PIC X(20).
           05  FILLER                  PIC X(02).
           05  AL-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02).
           05  AL-HDR-SOURCE-LBL       PIC X(08).
           05  AL-HDR-SOURCE-FILE      PIC X(08).
           05  FILLER                  PIC X(02).
           05  AL-HDR-BATCH-LBL        PIC X(07).
           05  AL-HDR-BATCH-ID         PIC X(08).
           05  FILLER                  PIC X(67).

       01  AL-THRESHOLD-LINE REDEFINES AL-HEADER-LINE.
           05  AL-THR-LABEL            PIC X(15).
           05  AL-THR-TYPE             PIC X(01).
           05  FILLER                  PIC X(02).
           05  AL-THR-DESC             PIC X(20).
           05  FILLER                  PIC X(02).
           05  AL-THR-AMT-LBL          PIC X(04).
           05  AL-THR-AMOUNT           PIC Z(08)9.99.
           05  FILLER                  PIC X(02).
           05  AL-THR-MIN-LBL          PIC X(10).
           05  AL-THR-MIN-ITEMS        PIC Z9.
           05  FILLER                  PIC X(62).

       01  AL-ALERT-LINE REDEFINES AL-HEADER-LINE.
           05  AL-ALR-LABEL            PIC X(06).
           05  AL-ALR-KIND             PIC X(23).
           05  FILLER                  PIC X(01).
           05  AL-ALR-ACCT-LBL         PIC X(05).
           05  AL-ALR-ACCT-NO          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  AL-ALR-BRANCH           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  AL-ALR-BRANCH-NAME      PIC X(20).
           05  FILLER                  PIC X(01).
           05  AL-ALR-TYPE-LBL         PIC X(05).
           05  AL-ALR-TYPE             PIC X(01).
           05  FILLER                  PIC X(02).
           05  AL-ALR-CNT-LBL          PIC X(06).
           05  AL-ALR-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(02).
           05  AL-ALR-TOT-LBL          PIC X(12).
           05  AL-ALR-TOTAL            PIC Z(10)9.99.
           05  FILLER                  PIC X(19).

       01  AL-ITEM-LINE REDEFINES AL-HEADER-LINE.
           05  FILLER                  PIC X(08).
           05  AL-ITM-LABEL            PIC X(06).
           05  AL-ITM-ENTRY            PIC 9(05).
           05  FILLER                  PIC X(02).
           05  AL-ITM-AMOUNT           PIC +Z(08)9.99.
           05  FILLER                  PIC X(02).
           05  AL-ITM-FLAG             PIC X(20).
           05  FILLER                  PIC X(76).

       01  AL-TOTAL-LINE REDEFINES AL-HEADER-LINE.
           05  AL-TOT-LABEL            PIC X(32).
           05  AL-TOT-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(95).
