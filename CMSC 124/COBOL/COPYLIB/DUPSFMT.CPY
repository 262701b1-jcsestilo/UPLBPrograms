      *----------------------------------------------------------*
      *  DUPSFMT.CPY                                             *
      *  WORKING-STORAGE PRINT LINES FOR THE SUSPECTED-          *
      *  RESUBMISSION EXCEPTIONS REPORT. HEADER/ITEM/TOTAL ARE   *
      *  ALTERNATE VIEWS OF THE SAME 132-BYTE PRINT LINE VIA     *
      *  REDEFINES, FOLLOWING THE SAME PATTERN AS ALRTFMT - EACH *
      *  PARAGRAPH THAT BUILDS A LINE MOVES SPACES TO            *
      *  DS-HEADER-LINE FIRST, THEN MOVES IN ITS OWN LABEL AND   *
      *  DATA. ONE ITEM LINE PER SUSPECT DETAIL, SHOWING WHETHER *
      *  IT WAS HELD OR RELEASED, THE EARLIER LOAD IT MATCHED,   *
      *  AND THE OPERATOR WHOSE OVERRIDE RELEASED IT.             *
      *----------------------------------------------------------*
       01  DS-HEADER-LINE.
           05  DS-HDR-LABEL            PIC X(20).
           05  FILLER                  PIC X(02).
           05  DS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02).
           05  DS-HDR-BATCH-LBL        PIC X(07).
           05  DS-HDR-BATCH-ID         PIC X(08).
           05  FILLER                  PIC X(02).
           05  DS-HDR-OVR-LBL          PIC X(17).
           05  DS-HDR-OVR-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(61).

       01  DS-ITEM-LINE REDEFINES DS-HEADER-LINE.
           05  DS-ITM-ACTION           PIC X(09).
           05  DS-ITM-SOURCE-FILE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DS-ITM-DETAIL-LBL       PIC X(05).
           05  DS-ITM-DETAIL-NO        PIC 9(05).
           05  FILLER                  PIC X(02).
           05  DS-ITM-ACCT-LBL         PIC X(05).
           05  DS-ITM-ACCT-NO          PIC X(06).
           05  FILLER                  PIC X(01).
           05  DS-ITM-TYPE-LBL         PIC X(05).
           05  DS-ITM-TYPE             PIC X(01).
           05  FILLER                  PIC X(02).
           05  DS-ITM-AMOUNT           PIC +Z(08)9.99.
           05  FILLER                  PIC X(02).
           05  DS-ITM-PRIOR-LBL        PIC X(09).
           05  DS-ITM-PRIOR-FILE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  DS-ITM-PRIOR-DATE       PIC 9(08).
           05  FILLER                  PIC X(02).
           05  DS-ITM-OVR-LBL          PIC X(09).
           05  DS-ITM-OVR-OPER         PIC X(08).
           05  FILLER                  PIC X(22).

       01  DS-TOTAL-LINE REDEFINES DS-HEADER-LINE.
           05  DS-TOT-LABEL            PIC X(32).
           05  DS-TOT-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(02).
           05  DS-TOT-VALUE-LBL        PIC X(06).
           05  DS-TOT-VALUE            PIC +Z(12)9.99.
           05  FILLER                  PIC X(70).
