      *----------------------------------------------------------*
      *  PROGRAM   : INTGCHK                                     *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - THE WEEKLY MASTER      *
      *  INTEGRITY SWEEP. CROSS-CHECKS ACCTMAST, BRCHMAST,       *
      *  OPERMAST AND SCHDMAST, WITH AUDITLOG FOR EACH           *
      *  OPERATOR'S LAST ACTIVITY, AND WRITES INTGRPT LISTING:   *
      *  OPEN ACCOUNTS OWNED BY A BRANCH THAT IS NOT ON BRCHMAST *
      *  OR IS INACTIVE, ACCOUNTS WHOSE NUMBER PREFIX NO LONGER  *
      *  MATCHES THE OWNING BRANCH (LEFT BEHIND BY AN ACCTUPDT   *
      *  TRANSFER), BRANCHES THAT OWN NO ACCOUNTS, ACTIVE        *
      *  OPERATORS WITH NO AUDITLOG ACTIVITY WITHIN THE IDLE     *
      *  WINDOW, AND SCHEDULE STEPS WHOSE OPERATOR CANNOT RUN    *
      *  THE STEP'S CHOICE. THE IDLE WINDOW IS A NUMBER OF       *
      *  CALENDAR DAYS FROM THE OPERATOR OR THE JOB STREAM'S     *
      *  SYSIN - BLANK TAKES WS-DEFAULT-IDLE. THE REPORT ENDS    *
      *  WITH A COUNT PER CATEGORY, AND ANY EXCEPTION AT ALL     *
      *  ENDS THE RUN WITH RETURN CODE 8 SO THE WEEKLY JOB IS    *
      *  LOOKED AT. EVERY FILE IS READ ONLY - NOTHING CHANGES.   *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - CATCHES THE MASTERS  *
      *                   DRIFTING APART BETWEEN MAINTENANCE      *
      *                   RUNS.                                   *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRCHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMS-STATUS.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SCHEDULE-MASTER-FILE
               ASSIGN TO "SCHDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BRCHMREC.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  SCHEDULE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCHDREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INTGREC.

       WORKING-STORAGE SECTION.
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-BRMS-STATUS          PIC XX VALUE "00".
           77  WS-OPER-STATUS          PIC XX VALUE "00".
           77  WS-SCHD-STATUS          PIC XX VALUE "00".
           77  WS-AUDIT-STATUS         PIC XX VALUE "00".
           77  WS-INTG-STATUS          PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-ACCT-EOF-SW          PIC X VALUE "N".
               88  WS-ACCT-EOF                  VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-ACCT-OPEN-SW         PIC X VALUE "N".
               88  WS-ACCT-OPEN                 VALUE "Y".
           77  WS-SCHD-OPEN-SW         PIC X VALUE "N".
               88  WS-SCHD-OPEN                 VALUE "Y".
           77  WS-INTG-OPEN-SW         PIC X VALUE "N".
               88  WS-INTG-OPEN                 VALUE "Y".

           77  WS-IDLE-X               PIC X(03) VALUE SPACES.
           77  WS-IDLE-DIGITS          PIC X(03) JUSTIFIED RIGHT
                                       VALUE SPACES.
           77  WS-IDLE-DAYS            PIC 9(03) VALUE ZERO.
           77  WS-DEFAULT-IDLE         PIC 9(03) VALUE 90.

           77  WS-ACCT-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           77  WS-AUDIT-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
           77  WS-AUDIT-SKIP-COUNT     PIC 9(07) COMP VALUE ZERO.
           77  WS-SCHD-READ-COUNT      PIC 9(03) COMP VALUE ZERO.
           77  WS-BM-CODE-NUM          PIC 9(02) VALUE ZERO.
           77  WS-BT-SUB               PIC 9(03) COMP VALUE ZERO.
           77  WS-BT-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-OT-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-OT-MAX               PIC 9(03) COMP VALUE 20.
           77  WS-OT-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-OT-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-FIND-OPERATOR        PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *  EXCEPTIONS FOUND, ONE COUNT PER REPORT CATEGORY. ANY    *
      *  NON-ZERO TOTAL SETS THE RETURN CODE.                     *
      *----------------------------------------------------------*
           77  WS-CNT-BAD-OWNER        PIC 9(05) COMP VALUE ZERO.
           77  WS-CNT-PREFIX           PIC 9(05) COMP VALUE ZERO.
           77  WS-CNT-EMPTY-BRANCH     PIC 9(05) COMP VALUE ZERO.
           77  WS-CNT-IDLE-OPER        PIC 9(05) COMP VALUE ZERO.
           77  WS-CNT-STEP-AUTH        PIC 9(05) COMP VALUE ZERO.
           77  WS-CNT-TOTAL            PIC 9(05) COMP VALUE ZERO.

           01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
           01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               05  WS-CUT-YEAR         PIC 9(04).
               05  WS-CUT-MONTH        PIC 9(02).
               05  WS-CUT-DAY          PIC 9(02).

      *----------------------------------------------------------*
      *  DAYS PER MONTH FOR STEPPING THE CUTOFF BACK A DAY AT A  *
      *  TIME, THE SAME WAY THSTPURG FINDS ITS WINDOW.            *
      *----------------------------------------------------------*
           01  WS-MONTH-DAYS-VALUES    PIC X(24)
                   VALUE "312831303130313130313031".
           01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
           77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
           77  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZERO.
           77  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZERO.
           77  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZERO.

           COPY MENUCTL.

      *----------------------------------------------------------*
      *  ONE ENTRY PER POSSIBLE BRANCH CODE - SUBSCRIPT IS THE   *
      *  CODE PLUS ONE. A SLOT IS ONLY ON FILE WHEN BRCHMAST     *
      *  CARRIES THAT CODE; THE ACCOUNT COUNT IS EVERY ACCOUNT,  *
      *  OPEN OR CLOSED, THAT NAMES THE BRANCH AS ITS OWNER.      *
      *----------------------------------------------------------*
           01  WS-BRANCH-TABLE.
               05  WS-BT-ENTRY         OCCURS 100 TIMES.
                   10  BT-ON-FILE-SW   PIC X(01).
                       88  BT-ON-FILE           VALUE "Y".
                   10  BT-NAME         PIC X(20).
                   10  BT-ACTIVE-FLAG  PIC X(01).
                   10  BT-ACCT-COUNT   PIC 9(05) COMP.

      *----------------------------------------------------------*
      *  IN-CORE COPY OF OPERMAST WITH THE LATEST AUDITLOG DATE  *
      *  SEEN FOR EACH OPERATOR (ZERO = NEVER ON THE LOG).        *
      *----------------------------------------------------------*
           01  WS-OPERATOR-TABLE.
               05  WS-OT-ENTRY         OCCURS 20 TIMES.
                   10  OT-ID           PIC X(08).
                   10  OT-NAME         PIC X(20).
                   10  OT-ACTIVE-FLAG  PIC X(01).
                   10  OT-AUTH-FLAGS.
                       15  OT-AUTH     OCCURS 14 TIMES PIC X(01).
                   10  OT-LAST-DATE    PIC 9(08).

      *----------------------------------------------------------*
      *  REPORT PRINT LINES - EACH PARAGRAPH MOVES SPACES TO     *
      *  ITS LINE FIRST, FILLS ITS FIELDS, THEN MOVES THE LINE   *
      *  TO IG-LINE AND WRITES.                                   *
      *----------------------------------------------------------*
           01  WS-RPT-HEADER.
               05  WS-RPT-HDR-LABEL    PIC X(24).
               05  WS-RPT-HDR-RUN-LBL  PIC X(05).
               05  WS-RPT-HDR-RUN-DATE PIC 9(08).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-IDLE-LBL PIC X(11).
               05  WS-RPT-HDR-IDLE     PIC 9(03).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-CUT-LBL  PIC X(07).
               05  WS-RPT-HDR-CUTOFF   PIC 9(08).
               05  FILLER              PIC X(10).

           01  WS-SECTION-LINE.
               05  WS-SEC-LABEL        PIC X(60).
               05  FILLER              PIC X(20).

           01  WS-OWNER-LINE.
               05  FILLER              PIC X(01).
               05  WS-OWN-ACCT-LBL     PIC X(05).
               05  WS-OWN-ACCT-NO      PIC 9(06).
               05  FILLER              PIC X(02).
               05  WS-OWN-BRCH-LBL     PIC X(07).
               05  WS-OWN-BRANCH       PIC X(02).
               05  FILLER              PIC X(02).
               05  WS-OWN-REASON       PIC X(20).
               05  FILLER              PIC X(35).

           01  WS-PREFIX-LINE.
               05  FILLER              PIC X(01).
               05  WS-PFX-ACCT-LBL     PIC X(05).
               05  WS-PFX-ACCT-NO      PIC 9(06).
               05  FILLER              PIC X(02).
               05  WS-PFX-BRCH-LBL     PIC X(07).
               05  WS-PFX-BRANCH       PIC X(02).
               05  FILLER              PIC X(02).
               05  WS-PFX-STAT-LBL     PIC X(07).
               05  WS-PFX-STATUS       PIC X(01).
               05  FILLER              PIC X(47).

           01  WS-EMPTY-LINE.
               05  FILLER              PIC X(01).
               05  WS-EMP-BRCH-LBL     PIC X(07).
               05  WS-EMP-BRANCH       PIC X(02).
               05  FILLER              PIC X(02).
               05  WS-EMP-NAME         PIC X(20).
               05  FILLER              PIC X(02).
               05  WS-EMP-FLAG-LBL     PIC X(12).
               05  WS-EMP-FLAG         PIC X(01).
               05  FILLER              PIC X(33).

           01  WS-IDLE-LINE.
               05  FILLER              PIC X(01).
               05  WS-IDL-OPERATOR     PIC X(08).
               05  FILLER              PIC X(02).
               05  WS-IDL-NAME         PIC X(20).
               05  FILLER              PIC X(02).
               05  WS-IDL-LAST-LBL     PIC X(14).
               05  WS-IDL-LAST         PIC X(08).
               05  FILLER              PIC X(25).

           01  WS-STEP-LINE.
               05  FILLER              PIC X(01).
               05  WS-STP-REC-LBL      PIC X(04).
               05  WS-STP-REC-NO       PIC 9(03).
               05  FILLER              PIC X(02).
               05  WS-STP-STEP-LBL     PIC X(05).
               05  WS-STP-STEP-ID      PIC X(04).
               05  FILLER              PIC X(02).
               05  WS-STP-CHC-LBL      PIC X(07).
               05  WS-STP-CHOICE       PIC X(02).
               05  FILLER              PIC X(02).
               05  WS-STP-OPER-LBL     PIC X(09).
               05  WS-STP-OPERATOR     PIC X(08).
               05  FILLER              PIC X(02).
               05  WS-STP-REASON       PIC X(20).
               05  FILLER              PIC X(09).

           01  WS-COUNT-LINE.
               05  FILLER              PIC X(01).
               05  WS-CNT-LABEL        PIC X(50).
               05  WS-CNT-VALUE        PIC 9(05).
               05  FILLER              PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-FAILED
               PERFORM 2000-CHECK-ACCOUNT-OWNERS THRU 2000-EXIT
               PERFORM 3000-CHECK-ACCOUNT-PREFIXES THRU 3000-EXIT
               PERFORM 4000-CHECK-EMPTY-BRANCHES THRU 4000-EXIT
               PERFORM 5000-CHECK-IDLE-OPERATORS THRU 5000-EXIT
               PERFORM 6000-CHECK-STEP-AUTHORITY THRU 6000-EXIT
               PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-RUN-FAILED
               DISPLAY " INTGCHK DID NOT COMPLETE - SWEEP NOT DONE "
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY " INTGCHK COMPLETE - " WS-CNT-TOTAL
                   " EXCEPTIONS - SEE INTGRPT "
               IF WS-CNT-TOTAL > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                         *
      *  TAKES THE IDLE WINDOW, LOADS THE BRANCH AND OPERATOR    *
      *  MASTERS, PICKS UP EACH OPERATOR'S LAST ACTIVITY FROM    *
      *  AUDITLOG, AND OPENS EVERYTHING ELSE. ANY MASTER THAT    *
      *  CANNOT BE READ REFUSES THE RUN - A SWEEP OVER A MISSING *
      *  MASTER WOULD REPORT EVERYTHING OR NOTHING.               *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-ACCEPT-IDLE-DAYS THRU 1100-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-FIND-CUTOFF THRU 1200-EXIT.
           PERFORM 1300-LOAD-BRANCHES THRU 1300-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-LOAD-OPERATORS THRU 1400-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-SCAN-AUDIT-LOG THRU 1500-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTMAST - STATUS "
                   WS-ACCT-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN-SW.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN SCHDMAST - STATUS "
                   WS-SCHD-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-SCHD-OPEN-SW.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-INTG-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN INTGRPT - STATUS "
                   WS-INTG-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-INTG-OPEN-SW.
           PERFORM 1600-WRITE-HEADER THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-ACCEPT-IDLE-DAYS                                   *
      *  THE IDLE WINDOW COMES FROM THE OPERATOR (OR THE JOB     *
      *  STREAM'S SYSIN). BLANK TAKES THE DEFAULT; ANYTHING NOT  *
      *  A WHOLE NUMBER OF DAYS, OR ZERO, REFUSES THE RUN.        *
      *----------------------------------------------------------*
       1100-ACCEPT-IDLE-DAYS.
           DISPLAY " Operator idle window in days (blank = "
               WS-DEFAULT-IDLE "): " WITH NO ADVANCING.
           ACCEPT WS-IDLE-X.
           IF WS-IDLE-X = SPACES
               MOVE WS-DEFAULT-IDLE TO WS-IDLE-DAYS
               GO TO 1100-EXIT
           END-IF.
           UNSTRING WS-IDLE-X DELIMITED BY SPACE
               INTO WS-IDLE-DIGITS.
           INSPECT WS-IDLE-DIGITS REPLACING LEADING SPACE BY ZERO.
           IF WS-IDLE-DIGITS IS NOT NUMERIC
               DISPLAY " IDLE WINDOW NOT NUMERIC - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IDLE-DIGITS TO WS-IDLE-DAYS.
           IF WS-IDLE-DAYS = ZERO
               DISPLAY " IDLE WINDOW OF ZERO DAYS - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-FIND-CUTOFF                                        *
      *  THE CUTOFF IS TODAY LESS THE IDLE WINDOW IN CALENDAR    *
      *  DAYS. AN OPERATOR WHOSE LAST AUDITLOG RECORD IS DATED   *
      *  BEFORE IT HAS BEEN IDLE FOR THE WHOLE WINDOW.            *
      *----------------------------------------------------------*
       1200-FIND-CUTOFF.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           PERFORM 1210-STEP-BACK-ONE-DAY THRU 1210-EXIT
               WS-IDLE-DAYS TIMES.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-STEP-BACK-ONE-DAY                                  *
      *  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A     *
      *  CENTURY NOT DIVISIBLE BY 400.                            *
      *----------------------------------------------------------*
       1210-STEP-BACK-ONE-DAY.
           IF WS-CUT-DAY > 1
               SUBTRACT 1 FROM WS-CUT-DAY
               GO TO 1210-EXIT
           END-IF.
           IF WS-CUT-MONTH > 1
               SUBTRACT 1 FROM WS-CUT-MONTH
           ELSE
               MOVE 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF.
           MOVE WS-MONTH-DAYS(WS-CUT-MONTH) TO WS-CUT-DAY.
           IF WS-CUT-MONTH NOT = 2
               GO TO 1210-EXIT
           END-IF.
           DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-CUT-DAY
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-BRANCHES                                      *
      *  A BRCHMAST CODE THAT IS NOT NUMERIC CANNOT BE ANY       *
      *  ACCOUNT'S PREFIX AND IS LEFT OFF THE TABLE.              *
      *----------------------------------------------------------*
       1300-LOAD-BRANCHES.
           PERFORM 1310-CLEAR-BRANCH-ENTRY THRU 1310-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > 100.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN BRCHMAST - STATUS "
                   WS-BRMS-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1320-LOAD-ONE-BRANCH THRU 1320-EXIT
               UNTIL WS-EOF.
           CLOSE BRANCH-MASTER-FILE.
       1300-EXIT.
           EXIT.

       1310-CLEAR-BRANCH-ENTRY.
           MOVE "N" TO BT-ON-FILE-SW(WS-BT-IDX).
           MOVE SPACES TO BT-NAME(WS-BT-IDX).
           MOVE SPACE TO BT-ACTIVE-FLAG(WS-BT-IDX).
           MOVE ZERO TO BT-ACCT-COUNT(WS-BT-IDX).
       1310-EXIT.
           EXIT.

       1320-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1320-EXIT
           END-READ.
           IF BM-BRANCH-CODE IS NOT NUMERIC
               GO TO 1320-EXIT
           END-IF.
           MOVE BM-BRANCH-CODE TO WS-BM-CODE-NUM.
           COMPUTE WS-BT-SUB = WS-BM-CODE-NUM + 1.
           MOVE "Y" TO BT-ON-FILE-SW(WS-BT-SUB).
           MOVE BM-BRANCH-NAME TO BT-NAME(WS-BT-SUB).
           MOVE BM-ACTIVE-FLAG TO BT-ACTIVE-FLAG(WS-BT-SUB).
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-LOAD-OPERATORS                                     *
      *----------------------------------------------------------*
       1400-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN OPERMAST - STATUS "
                   WS-OPER-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1410-LOAD-ONE-OPERATOR THRU 1410-EXIT
               UNTIL WS-EOF.
           CLOSE OPERATOR-MASTER-FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           IF WS-OT-COUNT = WS-OT-MAX
               DISPLAY " OPERATOR TABLE FULL - SKIPPING "
                   OM-OPERATOR-ID
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-OT-COUNT.
           MOVE OM-OPERATOR-ID TO OT-ID(WS-OT-COUNT).
           MOVE OM-NAME TO OT-NAME(WS-OT-COUNT).
           MOVE OM-ACTIVE-FLAG TO OT-ACTIVE-FLAG(WS-OT-COUNT).
           MOVE OM-OPTION-AUTH TO OT-AUTH-FLAGS(WS-OT-COUNT).
           MOVE ZERO TO OT-LAST-DATE(WS-OT-COUNT).
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-SCAN-AUDIT-LOG                                     *
      *  KEEPS THE LATEST DATE EACH OPERMAST OPERATOR APPEARS ON *
      *  THE LOG - ANY SELECTION COUNTS AS ACTIVITY, ALLOWED OR  *
      *  DENIED. NO AUDITLOG YET MEANS NOBODY HAS ANY ACTIVITY;  *
      *  A RECORD WHOSE DATE IS NOT NUMERIC IS SKIPPED.           *
      *----------------------------------------------------------*
       1500-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY " NO AUDITLOG YET - NO OPERATOR ACTIVITY "
                   "ON FILE "
               GO TO 1500-EXIT
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN AUDITLOG - STATUS "
                   WS-AUDIT-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1510-SCAN-ONE-RECORD THRU 1510-EXIT
               UNTIL WS-EOF.
           CLOSE AUDIT-LOG-FILE.
           IF WS-AUDIT-SKIP-COUNT > ZERO
               DISPLAY " " WS-AUDIT-SKIP-COUNT
                   " MALFORMED AUDITLOG RECORDS SKIPPED "
           END-IF.
       1500-EXIT.
           EXIT.

       1510-SCAN-ONE-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF AUD-TIMESTAMP-DATE IS NOT NUMERIC
               ADD 1 TO WS-AUDIT-SKIP-COUNT
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           MOVE AUD-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 8000-FIND-OPERATOR THRU 8000-EXIT.
           IF WS-OT-HIT = ZERO
               GO TO 1510-EXIT
           END-IF.
           IF AUD-TIMESTAMP-DATE > OT-LAST-DATE(WS-OT-HIT)
               MOVE AUD-TIMESTAMP-DATE TO OT-LAST-DATE(WS-OT-HIT)
           END-IF.
       1510-EXIT.
           EXIT.

       1600-WRITE-HEADER.
           MOVE SPACES TO WS-RPT-HEADER.
           MOVE "MASTER INTEGRITY SWEEP" TO WS-RPT-HDR-LABEL.
           MOVE "RUN " TO WS-RPT-HDR-RUN-LBL.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
           MOVE "IDLE DAYS " TO WS-RPT-HDR-IDLE-LBL.
           MOVE WS-IDLE-DAYS TO WS-RPT-HDR-IDLE.
           MOVE "CUTOFF " TO WS-RPT-HDR-CUT-LBL.
           MOVE WS-CUTOFF-DATE TO WS-RPT-HDR-CUTOFF.
           MOVE WS-RPT-HEADER TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CHECK-ACCOUNT-OWNERS                               *
      *  FIRST PASS OVER THE MASTER IN KEY ORDER. EVERY ACCOUNT  *
      *  IS COUNTED AGAINST ITS OWNING BRANCH FOR THE EMPTY-     *
      *  BRANCH CHECK; AN OPEN ACCOUNT WHOSE OWNER IS NOT ON     *
      *  BRCHMAST, OR IS NOT ACTIVE THERE, IS LISTED.             *
      *----------------------------------------------------------*
       2000-CHECK-ACCOUNT-OWNERS.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "OPEN ACCOUNTS OWNED BY UNKNOWN OR INACTIVE BRANCHES:"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM 8100-START-MASTER THRU 8100-EXIT.
           PERFORM 2100-CHECK-ONE-OWNER THRU 2100-EXIT
               UNTIL WS-ACCT-EOF.
           IF WS-CNT-BAD-OWNER = ZERO
               PERFORM 8300-WRITE-NONE THRU 8300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-OWNER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ACCT-READ-COUNT.
           MOVE SPACES TO WS-OWNER-LINE.
           IF AM-BRANCH-CODE IS NOT NUMERIC
               MOVE "NOT ON BRCHMAST" TO WS-OWN-REASON
               GO TO 2100-LIST
           END-IF.
           MOVE AM-BRANCH-CODE TO WS-BM-CODE-NUM.
           COMPUTE WS-BT-SUB = WS-BM-CODE-NUM + 1.
           IF NOT BT-ON-FILE(WS-BT-SUB)
               MOVE "NOT ON BRCHMAST" TO WS-OWN-REASON
               GO TO 2100-LIST
           END-IF.
           ADD 1 TO BT-ACCT-COUNT(WS-BT-SUB).
           IF BT-ACTIVE-FLAG(WS-BT-SUB) NOT = "A"
               MOVE "BRANCH INACTIVE" TO WS-OWN-REASON
               GO TO 2100-LIST
           END-IF.
           GO TO 2100-EXIT.
       2100-LIST.
           IF NOT AM-ACCT-OPEN
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-BAD-OWNER.
           MOVE "ACCT " TO WS-OWN-ACCT-LBL.
           MOVE AM-ACCT-NO TO WS-OWN-ACCT-NO.
           MOVE "BRANCH " TO WS-OWN-BRCH-LBL.
           MOVE AM-BRANCH-CODE TO WS-OWN-BRANCH.
           MOVE WS-OWNER-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-CHECK-ACCOUNT-PREFIXES                             *
      *  SECOND PASS. THE FIRST TWO DIGITS OF AN ACCOUNT NUMBER  *
      *  ARE THE ISSUING BRANCH; ONCE ACCTUPDT TRANSFERS THE     *
      *  ACCOUNT THEY NO LONGER MATCH THE OWNER AND EVERY REPORT *
      *  THAT GROUPS BY PREFIX PUTS IT UNDER THE WRONG BRANCH.   *
      *  OPEN AND CLOSED ACCOUNTS ARE BOTH LISTED, WITH STATUS.  *
      *----------------------------------------------------------*
       3000-CHECK-ACCOUNT-PREFIXES.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "ACCOUNT NUMBER PREFIX DOES NOT MATCH OWNING BRANCH:"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM 8100-START-MASTER THRU 8100-EXIT.
           PERFORM 3100-CHECK-ONE-PREFIX THRU 3100-EXIT
               UNTIL WS-ACCT-EOF.
           IF WS-CNT-PREFIX = ZERO
               PERFORM 8300-WRITE-NONE THRU 8300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-PREFIX.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF AM-ACCT-NO(1:2) = AM-BRANCH-CODE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-PREFIX.
           MOVE SPACES TO WS-PREFIX-LINE.
           MOVE "ACCT " TO WS-PFX-ACCT-LBL.
           MOVE AM-ACCT-NO TO WS-PFX-ACCT-NO.
           MOVE "BRANCH " TO WS-PFX-BRCH-LBL.
           MOVE AM-BRANCH-CODE TO WS-PFX-BRANCH.
           MOVE "STATUS " TO WS-PFX-STAT-LBL.
           MOVE AM-STATUS-FLAG TO WS-PFX-STATUS.
           MOVE WS-PREFIX-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-CHECK-EMPTY-BRANCHES                               *
      *  A BRANCH ON BRCHMAST THAT NO ACCOUNT NAMES AS ITS       *
      *  OWNER, ACTIVE OR NOT.                                    *
      *----------------------------------------------------------*
       4000-CHECK-EMPTY-BRANCHES.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "BRANCHES WITH NO ACCOUNTS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM 4100-CHECK-ONE-BRANCH THRU 4100-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > 100.
           IF WS-CNT-EMPTY-BRANCH = ZERO
               PERFORM 8300-WRITE-NONE THRU 8300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-BRANCH.
           IF NOT BT-ON-FILE(WS-BT-IDX)
                   OR BT-ACCT-COUNT(WS-BT-IDX) > ZERO
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-EMPTY-BRANCH.
           COMPUTE WS-BM-CODE-NUM = WS-BT-IDX - 1.
           MOVE SPACES TO WS-EMPTY-LINE.
           MOVE "BRANCH " TO WS-EMP-BRCH-LBL.
           MOVE WS-BM-CODE-NUM TO WS-EMP-BRANCH.
           MOVE BT-NAME(WS-BT-IDX) TO WS-EMP-NAME.
           MOVE "ACTIVE FLAG " TO WS-EMP-FLAG-LBL.
           MOVE BT-ACTIVE-FLAG(WS-BT-IDX) TO WS-EMP-FLAG.
           MOVE WS-EMPTY-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-CHECK-IDLE-OPERATORS                               *
      *  AN ACTIVE OPERATOR WITH NOTHING ON AUDITLOG SINCE THE   *
      *  CUTOFF STILL HOLDS AUTHORITIES NOBODY IS USING. AN      *
      *  INACTIVE OPERATOR CANNOT SIGN ON AND IS NOT LISTED.      *
      *----------------------------------------------------------*
       5000-CHECK-IDLE-OPERATORS.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "OPERATORS WITH NO AUDITLOG ACTIVITY SINCE CUTOFF:"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM 5100-CHECK-ONE-OPERATOR THRU 5100-EXIT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT.
           IF WS-CNT-IDLE-OPER = ZERO
               PERFORM 8300-WRITE-NONE THRU 8300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-OPERATOR.
           IF OT-ACTIVE-FLAG(WS-OT-IDX) NOT = "A"
                   OR OT-LAST-DATE(WS-OT-IDX) NOT < WS-CUTOFF-DATE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-IDLE-OPER.
           MOVE SPACES TO WS-IDLE-LINE.
           MOVE OT-ID(WS-OT-IDX) TO WS-IDL-OPERATOR.
           MOVE OT-NAME(WS-OT-IDX) TO WS-IDL-NAME.
           MOVE "LAST ACTIVITY " TO WS-IDL-LAST-LBL.
           IF OT-LAST-DATE(WS-OT-IDX) = ZERO
               MOVE "NEVER" TO WS-IDL-LAST
           ELSE
               MOVE OT-LAST-DATE(WS-OT-IDX) TO WS-IDL-LAST
           END-IF.
           MOVE WS-IDLE-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-CHECK-STEP-AUTHORITY                               *
      *  EVERY SCHDMAST STEP, WHETHER OR NOT IT RUNS THIS WEEK,  *
      *  IS CHECKED THE WAY EXERCISE1 WILL CHECK ITS CARD: THE   *
      *  OPERATOR MUST BE ON OPERMAST, ACTIVE, AND HOLD THE      *
      *  AUTHORITY BYTE FOR THE STEP'S CHOICE. THE EXIT CARD     *
      *  NEEDS NO AUTHORITY. A CHOICE THAT IS NOT ON THE MENU IS *
      *  LISTED TOO - BCTLGEN WOULD REFUSE THE WHOLE STREAM.      *
      *----------------------------------------------------------*
       6000-CHECK-STEP-AUTHORITY.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "SCHEDULE STEPS THE OPERATOR CANNOT RUN:"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 6100-CHECK-ONE-STEP THRU 6100-EXIT
               UNTIL WS-EOF.
           IF WS-CNT-STEP-AUTH = ZERO
               PERFORM 8300-WRITE-NONE THRU 8300-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STEP.
           READ SCHEDULE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-SCHD-READ-COUNT.
           MOVE SPACES TO WS-STEP-LINE.
           IF SM-CHOICE IS NOT NUMERIC
               MOVE "CHOICE NOT ON MENU" TO WS-STP-REASON
               GO TO 6100-LIST
           END-IF.
           IF SM-CHOICE = MC-EXIT-VALUE
               GO TO 6100-EXIT
           END-IF.
           IF SM-CHOICE < MC-CHOICE-LOW OR SM-CHOICE > MC-CHOICE-HIGH
               MOVE "CHOICE NOT ON MENU" TO WS-STP-REASON
               GO TO 6100-LIST
           END-IF.
           MOVE SM-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 8000-FIND-OPERATOR THRU 8000-EXIT.
           IF WS-OT-HIT = ZERO
               MOVE "OPERATOR UNKNOWN" TO WS-STP-REASON
               GO TO 6100-LIST
           END-IF.
           IF OT-ACTIVE-FLAG(WS-OT-HIT) NOT = "A"
               MOVE "OPERATOR INACTIVE" TO WS-STP-REASON
               GO TO 6100-LIST
           END-IF.
           IF OT-AUTH(WS-OT-HIT, SM-CHOICE) NOT = "Y"
               MOVE "NO AUTHORITY" TO WS-STP-REASON
               GO TO 6100-LIST
           END-IF.
           GO TO 6100-EXIT.
       6100-LIST.
           ADD 1 TO WS-CNT-STEP-AUTH.
           MOVE "REC " TO WS-STP-REC-LBL.
           MOVE WS-SCHD-READ-COUNT TO WS-STP-REC-NO.
           MOVE "STEP " TO WS-STP-STEP-LBL.
           MOVE SM-STEP-ID TO WS-STP-STEP-ID.
           MOVE "CHOICE " TO WS-STP-CHC-LBL.
           MOVE SM-CHOICE TO WS-STP-CHOICE.
           MOVE "OPERATOR " TO WS-STP-OPER-LBL.
           MOVE SM-OPERATOR-ID TO WS-STP-OPERATOR.
           MOVE WS-STEP-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-WRITE-COUNTS                                       *
      *----------------------------------------------------------*
       7000-WRITE-COUNTS.
           COMPUTE WS-CNT-TOTAL = WS-CNT-BAD-OWNER + WS-CNT-PREFIX
               + WS-CNT-EMPTY-BRANCH + WS-CNT-IDLE-OPER
               + WS-CNT-STEP-AUTH.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "EXCEPTION COUNTS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "OPEN ACCOUNTS - UNKNOWN OR INACTIVE BRANCH"
               TO WS-CNT-LABEL.
           MOVE WS-CNT-BAD-OWNER TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE "ACCOUNTS - PREFIX NOT OWNING BRANCH" TO WS-CNT-LABEL.
           MOVE WS-CNT-PREFIX TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE "BRANCHES WITH NO ACCOUNTS" TO WS-CNT-LABEL.
           MOVE WS-CNT-EMPTY-BRANCH TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE "ACTIVE OPERATORS IDLE SINCE CUTOFF" TO WS-CNT-LABEL.
           MOVE WS-CNT-IDLE-OPER TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE "SCHEDULE STEPS THE OPERATOR CANNOT RUN"
               TO WS-CNT-LABEL.
           MOVE WS-CNT-STEP-AUTH TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE "TOTAL EXCEPTIONS" TO WS-CNT-LABEL.
           MOVE WS-CNT-TOTAL TO WS-CNT-VALUE.
           PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "END OF MASTER INTEGRITY SWEEP" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       7000-EXIT.
           EXIT.

       7100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-FIND-OPERATOR                                      *
      *  OPERATOR TABLE ENTRY FOR WS-FIND-OPERATOR, OR ZERO.      *
      *----------------------------------------------------------*
       8000-FIND-OPERATOR.
           MOVE ZERO TO WS-OT-HIT.
           PERFORM 8010-MATCH-OPERATOR THRU 8010-EXIT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT.
       8000-EXIT.
           EXIT.

       8010-MATCH-OPERATOR.
           IF OT-ID(WS-OT-IDX) = WS-FIND-OPERATOR
               MOVE WS-OT-IDX TO WS-OT-HIT
           END-IF.
       8010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8100-START-MASTER                                       *
      *  POSITIONS ACCTMAST AT ITS LOWEST KEY FOR A FULL PASS.    *
      *----------------------------------------------------------*
       8100-START-MASTER.
           MOVE "N" TO WS-ACCT-EOF-SW.
           MOVE ZERO TO AM-ACCT-NO.
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF-SW
           END-START.
       8100-EXIT.
           EXIT.

       8300-WRITE-NONE.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE " NONE" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO IG-LINE.
           WRITE INTEGRITY-REPORT-RECORD.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-ACCT-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-SCHD-OPEN
               CLOSE SCHEDULE-MASTER-FILE
           END-IF.
           IF WS-INTG-OPEN
               CLOSE INTEGRITY-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
