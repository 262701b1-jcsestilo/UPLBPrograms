      *  BCTLGEN GENERATOR STAMPS THE STREAM WITH A DATED        *
      *  HEADER CARD THIS WAY, AND THE MENU READER SKIPS IT      *
      *  WITHOUT COUNTING IT AS A CARD.                           *
      *  A CARD MAY NAME AN EARLIER CARD AS ITS PREDECESSOR (BY  *
      *  CARD NUMBER, COMMENT CARDS NOT COUNTED) WITH A RUN      *
      *  CONDITION: W OR BLANK = RUN ONLY IF THE PREDECESSOR     *
      *  WORKED, A = ALWAYS RUN. A BLANK PREDECESSOR MEANS THE   *
      *  CARD RUNS REGARDLESS, AS EVERY CARD USED TO.             *
      *----------------------------------------------------------*
       01  BATCH-CONTROL-RECORD.
           05  BC-CHOICE               PIC 9(02).
           05  BC-OPERATOR-ID          PIC X(08).
           05  BC-PARM-1               PIC X(10).
           05  BC-PRED-CARD            PIC 9(05).
           05  BC-RUN-CONDITION        PIC X(01).
               88  BC-RUN-IF-WORKED             VALUE "W" SPACE.
               88  BC-RUN-ALWAYS                VALUE "A".

       01  BATCH-CONTROL-COMMENT-REC.
           05  BCC-FLAG                PIC X(01).
