      *----------------------------------------------------------*
      *  SECRFMT.CPY                                             *
      *  WORKING-STORAGE PRINT LINES FOR THE SECURITY CHANGE     *
      *  REPORT. HEADER/SECTION/CHANGE/PENDING/REJECT/COUNT ARE  *
      *  ALTERNATE VIEWS OF THE SAME 132-BYTE PRINT LINE VIA     *
      *  REDEFINES, FOLLOWING THE SAME PATTERN AS DUPSFMT - EACH *
      *  PARAGRAPH THAT BUILDS A LINE MOVES SPACES TO            *
      *  SC-HEADER-LINE FIRST, THEN MOVES IN ITS OWN LABEL AND   *
      *  DATA. ONE CHANGE LINE PER FIELD CHANGED, WITH ITS       *
      *  BEFORE AND AFTER VALUES, THE SUBMITTING OPERATOR, AND   *
      *  THE APPROVING (OR DECLINING) OPERATOR WHERE THE CHANGE  *
      *  NEEDED ONE. AUTHORITY VALUES ARE THE FIFTEEN OPERMAST   *
      *  BYTES - OPTIONS 1 THRU 14, THEN MAINTENANCE.             *
      *----------------------------------------------------------*
       01  SC-HEADER-LINE.
           05  SC-HDR-LABEL            PIC X(24).
           05  FILLER                  PIC X(02).
           05  SC-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02).
           05  SC-HDR-TIME-LBL         PIC X(05).
           05  SC-HDR-RUN-TIME         PIC X(06).
           05  FILLER                  PIC X(02).
           05  SC-HDR-SRC-LBL          PIC X(08).
           05  SC-HDR-SRC-FILE         PIC X(08).
           05  FILLER                  PIC X(67).

       01  SC-SECTION-LINE REDEFINES SC-HEADER-LINE.
           05  SC-SEC-LABEL            PIC X(60).
           05  FILLER                  PIC X(72).

       01  SC-CHANGE-LINE REDEFINES SC-HEADER-LINE.
           05  FILLER                  PIC X(01).
           05  SC-CHG-MASTER           PIC X(04).
           05  FILLER                  PIC X(01).
           05  SC-CHG-KEY              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-CHG-ACTION           PIC X(11).
           05  FILLER                  PIC X(01).
           05  SC-CHG-FIELD            PIC X(09).
           05  FILLER                  PIC X(01).
           05  SC-CHG-BEFORE-LBL       PIC X(08).
           05  SC-CHG-BEFORE           PIC X(20).
           05  FILLER                  PIC X(01).
           05  SC-CHG-AFTER-LBL        PIC X(07).
           05  SC-CHG-AFTER            PIC X(20).
           05  FILLER                  PIC X(01).
           05  SC-CHG-BY-LBL           PIC X(04).
           05  SC-CHG-BY               PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-CHG-APPR-LBL         PIC X(10).
           05  SC-CHG-APPR             PIC X(08).
           05  FILLER                  PIC X(07).

       01  SC-PENDING-LINE REDEFINES SC-HEADER-LINE.
           05  FILLER                  PIC X(01).
           05  SC-PND-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-PND-REQ-LBL          PIC X(14).
           05  SC-PND-REQ-BY           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-PND-DATE-LBL         PIC X(04).
           05  SC-PND-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SC-PND-BEFORE-LBL       PIC X(09).
           05  SC-PND-BEFORE           PIC X(15).
           05  FILLER                  PIC X(01).
           05  SC-PND-AFTER-LBL        PIC X(11).
           05  SC-PND-AFTER            PIC X(15).
           05  FILLER                  PIC X(35).

       01  SC-REJECT-LINE REDEFINES SC-HEADER-LINE.
           05  FILLER                  PIC X(01).
           05  SC-RJL-CODES            PIC X(02).
           05  FILLER                  PIC X(01).
           05  SC-RJL-KEY              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-RJL-BY-LBL           PIC X(04).
           05  SC-RJL-BY               PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-RJL-REJ-LBL          PIC X(11).
           05  SC-RJL-REASON           PIC X(28).
           05  FILLER                  PIC X(67).

       01  SC-COUNT-LINE REDEFINES SC-HEADER-LINE.
           05  SC-CNT-LABEL            PIC X(24).
           05  SC-CNT-VALUE            PIC ZZZZ9.
           05  FILLER                  PIC X(103).
