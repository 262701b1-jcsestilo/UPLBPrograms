      *  PER DAY OF THE WEEK (MON THRU SUN) SAYING WHICH NIGHTS  *
      *  THE STEP RUNS, AND A FLAG MARKING MONTH-END-ONLY STEPS  *
      *  LIKE THE BRANCH SUMMARY.                                 *
      *  A STEP MAY CARRY A SHORT STEP ID AND NAME THE STEP ID   *
      *  OF AN EARLIER STEP AS ITS PREDECESSOR, WITH A RUN       *
      *  CONDITION: W = RUN ONLY IF THE PREDECESSOR WORKED (THE  *
      *  DEFAULT WHEN LEFT BLANK), A = ALWAYS RUN. BCTLGEN TURNS *
      *  THE PREDECESSOR INTO A CARD NUMBER ON THE STREAM.        *
      *----------------------------------------------------------*
       01  SCHEDULE-MASTER-RECORD.
           05  SM-CHOICE               PIC 9(02).
           05  SM-RUN-DAYS             PIC X(07).
           05  SM-MONTH-END-FLAG       PIC X(01).
               88  SM-MONTH-END-ONLY            VALUE "M".
           05  SM-STEP-ID              PIC X(04).
           05  SM-PRED-STEP-ID         PIC X(04).
           05  SM-RUN-CONDITION        PIC X(01).
               88  SM-RUN-IF-WORKED             VALUE "W" SPACE.
               88  SM-RUN-ALWAYS                VALUE "A".
           05  FILLER                  PIC X(43).
