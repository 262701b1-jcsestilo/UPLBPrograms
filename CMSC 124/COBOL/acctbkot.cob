      *----------------------------------------------------------*
      *  PROGRAM   : ACCTBKOT                                    *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - BACKS OUT ONE ACCTUPDT *
      *  RUN FROM THE ACCTJRNL MAINTENANCE JOURNAL. THE RUN IS   *
      *  NAMED BY ITS RUN DATE AND RUN SEQUENCE (BOTH PRINTED ON *
      *  THAT RUN'S AUPDRPT HEADER). ITS JOURNAL ENTRIES ARE     *
      *  REVERSED NEWEST FIRST: AN ADD IS DELETED FROM ACCTMAST, *
      *  A CLOSE, REOPEN OR TRANSFER HAS ITS BEFORE IMAGE PUT    *
      *  BACK. AN ACCOUNT WHOSE MASTER RECORD NO LONGER MATCHES  *
      *  THE JOURNALED AFTER IMAGE HAS BEEN CHANGED AGAIN SINCE  *
      *  (A LATER RUN, A POSTING, A HAND EDIT) AND IS REFUSED -  *
      *  IT IS LISTED ON THE ABKTRPT REPORT FOR MANUAL HANDLING. *
      *  EACH REVERSAL IS JOURNALED BACK TO ACCTJRNL SO A RERUN  *
      *  NEVER REVERSES AN ENTRY TWICE, AND THE REPORT TRAILER   *
      *  TIES: RUN APPLIED = JOURNALED = REVERSED + REFUSED +    *
      *  PRIOR BACKOUT.                                           *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - UNDOES A BAD         *
      *                   ACCTTRAN FILE WITHOUT A FULL RESTORE   *
      *                   OF THE MASTER.                          *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBKOT.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-JOURNAL-FILE
               ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO "ABKTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AJRNREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  BACKOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ABKTREC.

       WORKING-STORAGE SECTION.
           77  WS-JRNL-STATUS          PIC XX VALUE "00".
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-BRPT-STATUS          PIC XX VALUE "00".
           77  WS-JRNL-EOF-SW          PIC X VALUE "N".
               88  WS-JRNL-EOF                  VALUE "Y".
           77  WS-JRNL-OPEN-SW         PIC X VALUE "N".
               88  WS-JRNL-OPEN                 VALUE "Y".
           77  WS-ACCT-OPEN-SW         PIC X VALUE "N".
               88  WS-ACCT-OPEN                 VALUE "Y".
           77  WS-BRPT-OPEN-SW         PIC X VALUE "N".
               88  WS-BRPT-OPEN                 VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-TRAILER-SW           PIC X VALUE "N".
               88  WS-TRAILER-FOUND             VALUE "Y".
           77  WS-STOP-SW              PIC X VALUE "N".
               88  WS-STOPPED                   VALUE "Y".

      *----------------------------------------------------------*
      *  THE RUN TO BACK OUT, AS KEYED BY THE OPERATOR OR THE    *
      *  JOB STREAM'S SYSIN. BOTH ARE REQUIRED - THERE IS NO     *
      *  DEFAULT RUN TO REVERSE.                                  *
      *----------------------------------------------------------*
           77  WS-RUN-DATE-X           PIC X(08) VALUE SPACES.
           77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           77  WS-RUN-SEQ-X            PIC X(03) VALUE SPACES.
           77  WS-RUN-SEQ-DIGITS       PIC X(03) JUSTIFIED RIGHT
                                       VALUE SPACES.
           77  WS-RUN-SEQ              PIC 9(03) VALUE ZERO.
           77  WS-BACKOUT-DATE         PIC 9(08) VALUE ZERO.

           77  WS-JOURNAL-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-RUN-APPLIED-COUNT    PIC 9(05) COMP VALUE ZERO.
           77  WS-REVERSED-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-PRIOR-COUNT          PIC 9(05) COMP VALUE ZERO.
           77  WS-REFUSE-REASON        PIC X(24) VALUE SPACES.
           77  WS-REVERSED-RESULT      PIC X(16) VALUE SPACES.

           77  WS-JE-COUNT             PIC 9(04) COMP VALUE ZERO.
           77  WS-JE-MAX               PIC 9(04) COMP VALUE 2000.
           77  WS-JE-IDX               PIC 9(04) COMP VALUE ZERO.
           77  WS-JE-HIT               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  THE NAMED RUN'S JOURNAL ENTRIES, IN THE ORDER ACCTUPDT  *
      *  APPLIED THEM. WORKED FROM THE BOTTOM UP SO AN ACCOUNT   *
      *  CHANGED TWICE IN ONE RUN UNWINDS ONE STEP AT A TIME.    *
      *  A REFUSED ENTRY KEEPS ITS REASON FOR THE REFUSED        *
      *  SECTION OF THE REPORT.                                   *
      *----------------------------------------------------------*
           01  WS-JOURNAL-TABLE.
               05  WS-JE-ENTRY         OCCURS 2000 TIMES.
                   10  JE-ENTRY-SEQ    PIC 9(05).
                   10  JE-ACTION       PIC X(01).
                   10  JE-BEFORE-IMAGE PIC X(40).
                   10  JE-AFTER-IMAGE  PIC X(40).
                   10  JE-DONE-SW      PIC X(01).
                       88  JE-BACKED-OUT        VALUE "Y".
                   10  JE-REFUSE-REASON
                                       PIC X(24).

      *----------------------------------------------------------*
      *  REPORT PRINT LINES - EACH PARAGRAPH MOVES SPACES TO     *
      *  ITS LINE FIRST, FILLS ITS FIELDS, THEN MOVES THE LINE   *
      *  TO BR-LINE AND WRITES.                                   *
      *----------------------------------------------------------*
           01  WS-RPT-HEADER.
               05  WS-RPT-HDR-LABEL    PIC X(22).
               05  WS-RPT-HDR-RUN-LBL  PIC X(05).
               05  WS-RPT-HDR-RUN-DATE PIC 9(08).
               05  FILLER              PIC X(01).
               05  WS-RPT-HDR-SEQ-LBL  PIC X(04).
               05  WS-RPT-HDR-RUN-SEQ  PIC 9(03).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-BKT-LBL  PIC X(11).
               05  WS-RPT-HDR-BKT-DATE PIC 9(08).
               05  FILLER              PIC X(16).

           01  WS-SECTION-LINE.
               05  WS-SEC-LABEL        PIC X(60).
               05  FILLER              PIC X(20).

           01  WS-REVERSED-LINE.
               05  FILLER              PIC X(01).
               05  WS-RVL-ENTRY-SEQ    PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-RVL-ACTION       PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-RVL-ACCT-NO      PIC X(06).
               05  FILLER              PIC X(01).
               05  WS-RVL-RESULT       PIC X(16).
               05  WS-RVL-BRANCH-LBL   PIC X(08).
               05  WS-RVL-BRANCH       PIC X(02).
               05  FILLER              PIC X(38).

           01  WS-REFUSED-LINE.
               05  FILLER              PIC X(01).
               05  WS-RFL-ENTRY-SEQ    PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-RFL-ACTION       PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-RFL-ACCT-NO      PIC X(06).
               05  FILLER              PIC X(01).
               05  WS-RFL-REF-LBL      PIC X(10).
               05  WS-RFL-REASON       PIC X(24).
               05  FILLER              PIC X(30).

           01  WS-COUNT-LINE.
               05  WS-CNT-LABEL        PIC X(14).
               05  WS-CNT-VALUE        PIC 9(05).
               05  FILLER              PIC X(61).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-FAILED
               PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
           END-IF.
           IF NOT WS-RUN-FAILED
               PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           END-IF.
           IF WS-JRNL-OPEN AND WS-ACCT-OPEN AND WS-BRPT-OPEN
               PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
               PERFORM 4000-WRITE-REFUSED-SECTION THRU 4000-EXIT
               PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
           ELSE
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                         *
      *  A RUN DATE THAT IS NOT EIGHT DIGITS, OR A SEQUENCE THAT *
      *  IS BLANK, NOT A NUMBER OR ZERO, REFUSES THE BACKOUT     *
      *  RATHER THAN GUESSING AT WHICH RUN TO UNDO.               *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-BACKOUT-DATE FROM DATE YYYYMMDD.
           DISPLAY " Run date to back out (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE-X.
           IF WS-RUN-DATE-X IS NOT NUMERIC
               DISPLAY " RUN DATE NOT NUMERIC - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-RUN-DATE-X TO WS-RUN-DATE.
           DISPLAY " Run sequence to back out: " WITH NO ADVANCING.
           ACCEPT WS-RUN-SEQ-X.
           IF WS-RUN-SEQ-X = SPACES
               DISPLAY " NO RUN SEQUENCE - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           UNSTRING WS-RUN-SEQ-X DELIMITED BY SPACE
               INTO WS-RUN-SEQ-DIGITS.
           INSPECT WS-RUN-SEQ-DIGITS REPLACING LEADING SPACE BY ZERO.
           IF WS-RUN-SEQ-DIGITS IS NOT NUMERIC
               DISPLAY " RUN SEQUENCE NOT NUMERIC - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-RUN-SEQ-DIGITS TO WS-RUN-SEQ.
           IF WS-RUN-SEQ = ZERO
               DISPLAY " RUN SEQUENCE OF ZERO - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-OPEN-FILES                                         *
      *  THE MASTER IS OPENED I-O, NEVER OUTPUT. THE JOURNAL IS  *
      *  REOPENED FOR EXTEND SO EACH REVERSAL IS RECORDED AS IT  *
      *  IS MADE.                                                 *
      *----------------------------------------------------------*
       1100-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTMAST - STATUS "
                   WS-ACCT-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN-SW.
           OPEN EXTEND ACCOUNT-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTJRNL - STATUS "
                   WS-JRNL-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE "Y" TO WS-JRNL-OPEN-SW.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF WS-BRPT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ABKTRPT - STATUS "
                   WS-BRPT-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE "Y" TO WS-BRPT-OPEN-SW.
           MOVE SPACES TO WS-RPT-HEADER.
           MOVE "ACCOUNT RUN BACKOUT" TO WS-RPT-HDR-LABEL.
           MOVE "RUN " TO WS-RPT-HDR-RUN-LBL.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
           MOVE "SEQ " TO WS-RPT-HDR-SEQ-LBL.
           MOVE WS-RUN-SEQ TO WS-RPT-HDR-RUN-SEQ.
           MOVE "BACKED OUT " TO WS-RPT-HDR-BKT-LBL.
           MOVE WS-BACKOUT-DATE TO WS-RPT-HDR-BKT-DATE.
           MOVE WS-RPT-HEADER TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "REVERSED ENTRIES (NEWEST FIRST):" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-LOAD-JOURNAL                                       *
      *  ONE PASS OF THE JOURNAL PICKS UP THE NAMED RUN'S        *
      *  ENTRIES, ITS TRAILER, AND ANY ENTRIES AN EARLIER        *
      *  BACKOUT ALREADY REVERSED. A RUN WITH NO ENTRIES, OR     *
      *  MORE THAN THE TABLE HOLDS, IS REFUSED BEFORE THE MASTER *
      *  IS OPENED - HALF A RUN IS NEVER BACKED OUT.              *
      *----------------------------------------------------------*
       2000-LOAD-JOURNAL.
           OPEN INPUT ACCOUNT-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTJRNL - STATUS "
                   WS-JRNL-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE ACCOUNT-JOURNAL-FILE.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           IF WS-JE-COUNT = ZERO
               DISPLAY " NO JOURNAL ENTRIES FOR RUN " WS-RUN-DATE
                   " SEQUENCE " WS-RUN-SEQ " - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-JOURNAL.
           READ ACCOUNT-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF AJE-RUN-DATE NOT = WS-RUN-DATE
                   OR AJE-RUN-SEQ NOT = WS-RUN-SEQ
               GO TO 2100-EXIT
           END-IF.
           IF AJT-RECORD-TYPE = "T"
               MOVE "Y" TO WS-TRAILER-SW
               MOVE AJT-APPLIED-COUNT TO WS-RUN-APPLIED-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF AJE-RECORD-TYPE = "B"
               PERFORM 2200-MARK-BACKED-OUT THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF AJE-RECORD-TYPE NOT = "D"
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JOURNAL-COUNT.
           IF WS-JE-COUNT = WS-JE-MAX
               DISPLAY " JOURNAL TABLE FULL AT " WS-JE-MAX
                   " ENTRIES - BACKOUT REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-JRNL-EOF-SW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JE-COUNT.
           MOVE AJE-ENTRY-SEQ TO JE-ENTRY-SEQ(WS-JE-COUNT).
           MOVE AJE-ACTION TO JE-ACTION(WS-JE-COUNT).
           MOVE AJE-BEFORE-IMAGE TO JE-BEFORE-IMAGE(WS-JE-COUNT).
           MOVE AJE-AFTER-IMAGE TO JE-AFTER-IMAGE(WS-JE-COUNT).
           MOVE "N" TO JE-DONE-SW(WS-JE-COUNT).
           MOVE SPACES TO JE-REFUSE-REASON(WS-JE-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-MARK-BACKED-OUT                                    *
      *  A "B" ENTRY IS ALWAYS WRITTEN AFTER THE "D" ENTRY IT    *
      *  REVERSES, SO THE ENTRY IS ALREADY IN THE TABLE.          *
      *----------------------------------------------------------*
       2200-MARK-BACKED-OUT.
           MOVE ZERO TO WS-JE-HIT.
           PERFORM 2210-FIND-ENTRY THRU 2210-EXIT
               VARYING WS-JE-IDX FROM 1 BY 1
               UNTIL WS-JE-IDX > WS-JE-COUNT
                  OR WS-JE-HIT NOT = ZERO.
           IF WS-JE-HIT NOT = ZERO
               MOVE "Y" TO JE-DONE-SW(WS-JE-HIT)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-FIND-ENTRY.
           IF JE-ENTRY-SEQ(WS-JE-IDX) = AJE-ENTRY-SEQ
               MOVE WS-JE-IDX TO WS-JE-HIT
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-BACK-OUT-RUN                                       *
      *----------------------------------------------------------*
       3000-BACK-OUT-RUN.
           PERFORM 3100-BACK-OUT-ONE-ENTRY THRU 3100-EXIT
               VARYING WS-JE-IDX FROM WS-JE-COUNT BY -1
               UNTIL WS-JE-IDX < 1
                  OR WS-STOPPED.
           IF WS-REVERSED-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO BR-LINE
               WRITE BACKOUT-REPORT-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-BACK-OUT-ONE-ENTRY                                 *
      *  THE MASTER RECORD MUST STILL BE EXACTLY WHAT THE RUN    *
      *  LEFT - ANY DIFFERENCE MEANS SOMETHING CHANGED IT SINCE, *
      *  AND PUTTING THE OLD IMAGE BACK WOULD LOSE THAT CHANGE.  *
      *----------------------------------------------------------*
       3100-BACK-OUT-ONE-ENTRY.
           IF JE-BACKED-OUT(WS-JE-IDX)
               ADD 1 TO WS-PRIOR-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE JE-AFTER-IMAGE(WS-JE-IDX) TO ACCOUNT-MASTER-RECORD.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-REFUSE-REASON
                   PERFORM 3200-REFUSE-ENTRY THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF ACCOUNT-MASTER-RECORD NOT = JE-AFTER-IMAGE(WS-JE-IDX)
               MOVE "CHANGED SINCE RUN" TO WS-REFUSE-REASON
               PERFORM 3200-REFUSE-ENTRY THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF JE-ACTION(WS-JE-IDX) = "A"
               PERFORM 3300-REMOVE-ADD THRU 3300-EXIT
           ELSE
               PERFORM 3400-RESTORE-BEFORE THRU 3400-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-REFUSE-ENTRY                                       *
      *----------------------------------------------------------*
       3200-REFUSE-ENTRY.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WS-REFUSE-REASON TO JE-REFUSE-REASON(WS-JE-IDX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-REMOVE-ADD                                         *
      *----------------------------------------------------------*
       3300-REMOVE-ADD.
           DELETE ACCOUNT-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "MASTER DELETE FAILED" TO WS-REFUSE-REASON
                   PERFORM 3200-REFUSE-ENTRY THRU 3200-EXIT
                   MOVE "Y" TO WS-RUN-FAILED-SW
                   GO TO 3300-EXIT
           END-DELETE.
           MOVE "ADD REMOVED" TO WS-REVERSED-RESULT.
           PERFORM 3500-RECORD-REVERSAL THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-RESTORE-BEFORE                                     *
      *----------------------------------------------------------*
       3400-RESTORE-BEFORE.
           MOVE JE-BEFORE-IMAGE(WS-JE-IDX) TO ACCOUNT-MASTER-RECORD.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "MASTER REWRITE FAILED" TO WS-REFUSE-REASON
               PERFORM 3200-REFUSE-ENTRY THRU 3200-EXIT
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 3400-EXIT
           END-IF.
           IF JE-ACTION(WS-JE-IDX) = "C"
               MOVE "CLOSE UNDONE" TO WS-REVERSED-RESULT
           ELSE
               IF JE-ACTION(WS-JE-IDX) = "R"
                   MOVE "REOPEN UNDONE" TO WS-REVERSED-RESULT
               ELSE
                   MOVE "TRANSFER UNDONE" TO WS-REVERSED-RESULT
               END-IF
           END-IF.
           PERFORM 3500-RECORD-REVERSAL THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-RECORD-REVERSAL                                    *
      *  THE "B" ENTRY CARRIES THE RECORD FOUND (THE RUN'S AFTER *
      *  IMAGE) AND THE RECORD PUT BACK. A REVERSAL THAT CANNOT  *
      *  BE JOURNALED STOPS THE BACKOUT - THE MASTER CHANGE IS   *
      *  ALREADY MADE, SO A RERUN REFUSES THAT ENTRY AS CHANGED  *
      *  SINCE AND IT IS CLEARED BY HAND.                         *
      *----------------------------------------------------------*
       3500-RECORD-REVERSAL.
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE SPACES TO WS-REVERSED-LINE.
           MOVE JE-ENTRY-SEQ(WS-JE-IDX) TO WS-RVL-ENTRY-SEQ.
           MOVE JE-ACTION(WS-JE-IDX) TO WS-RVL-ACTION.
           MOVE JE-AFTER-IMAGE(WS-JE-IDX)(1:6) TO WS-RVL-ACCT-NO.
           MOVE WS-REVERSED-RESULT TO WS-RVL-RESULT.
           IF JE-ACTION(WS-JE-IDX) NOT = "A"
               MOVE "BRANCH: " TO WS-RVL-BRANCH-LBL
               MOVE AM-BRANCH-CODE TO WS-RVL-BRANCH
           END-IF.
           MOVE WS-REVERSED-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE SPACES TO ACCT-JOURNAL-ENTRY-REC.
           MOVE "B" TO AJE-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AJE-RUN-DATE.
           MOVE WS-RUN-SEQ TO AJE-RUN-SEQ.
           MOVE JE-ENTRY-SEQ(WS-JE-IDX) TO AJE-ENTRY-SEQ.
           MOVE JE-ACTION(WS-JE-IDX) TO AJE-ACTION.
           MOVE JE-AFTER-IMAGE(WS-JE-IDX) TO AJE-BEFORE-IMAGE.
           IF JE-ACTION(WS-JE-IDX) = "A"
               MOVE SPACES TO AJE-AFTER-IMAGE
           ELSE
               MOVE JE-BEFORE-IMAGE(WS-JE-IDX) TO AJE-AFTER-IMAGE
           END-IF.
           MOVE WS-BACKOUT-DATE TO AJE-BACKOUT-DATE.
           WRITE ACCT-JOURNAL-ENTRY-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE ACCTJRNL - STATUS "
                   WS-JRNL-STATUS " AT ENTRY "
                   JE-ENTRY-SEQ(WS-JE-IDX) " - BACKOUT STOPPED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-STOP-SW
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-WRITE-REFUSED-SECTION                              *
      *  LISTED NEWEST FIRST, THE ORDER THEY WERE MET IN.         *
      *----------------------------------------------------------*
       4000-WRITE-REFUSED-SECTION.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "REFUSED ENTRIES (MANUAL HANDLING REQUIRED):"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           IF WS-REFUSED-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO BR-LINE
               WRITE BACKOUT-REPORT-RECORD
           ELSE
               PERFORM 4100-WRITE-REFUSED-LINE THRU 4100-EXIT
                   VARYING WS-JE-IDX FROM WS-JE-COUNT BY -1
                   UNTIL WS-JE-IDX < 1
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-REFUSED-LINE.
           IF JE-REFUSE-REASON(WS-JE-IDX) = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-REFUSED-LINE.
           MOVE JE-ENTRY-SEQ(WS-JE-IDX) TO WS-RFL-ENTRY-SEQ.
           MOVE JE-ACTION(WS-JE-IDX) TO WS-RFL-ACTION.
           MOVE JE-AFTER-IMAGE(WS-JE-IDX)(1:6) TO WS-RFL-ACCT-NO.
           MOVE "REFUSED - " TO WS-RFL-REF-LBL.
           MOVE JE-REFUSE-REASON(WS-JE-IDX) TO WS-RFL-REASON.
           MOVE WS-REFUSED-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-TRAILER                                      *
      *  RUN APPLIED IS THE APPLIED COUNT ACCTUPDT PRINTED ON    *
      *  THAT RUN'S AUPDRPT, FROM THE JOURNAL TRAILER. A RUN     *
      *  WITH NO TRAILER NEVER FINISHED; ITS ENTRIES ARE STILL   *
      *  BACKED OUT BUT THERE IS NO APPLIED COUNT TO TIE TO.      *
      *----------------------------------------------------------*
       5000-WRITE-TRAILER.
           IF WS-TRAILER-FOUND
               MOVE SPACES TO WS-COUNT-LINE
               MOVE "RUN APPLIED:  " TO WS-CNT-LABEL
               MOVE WS-RUN-APPLIED-COUNT TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO BR-LINE
               WRITE BACKOUT-REPORT-RECORD
           ELSE
               MOVE SPACES TO WS-SECTION-LINE
               MOVE "RUN APPLIED:  NO JOURNAL TRAILER - RUN DID NOT END"
                   TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO BR-LINE
               WRITE BACKOUT-REPORT-RECORD
           END-IF.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "JOURNALED:    " TO WS-CNT-LABEL.
           MOVE WS-JOURNAL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "REVERSED:     " TO WS-CNT-LABEL.
           MOVE WS-REVERSED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "REFUSED:      " TO WS-CNT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "PRIOR BACKOUT:" TO WS-CNT-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO BR-LINE.
           WRITE BACKOUT-REPORT-RECORD.
           IF WS-TRAILER-FOUND
                   AND WS-JOURNAL-COUNT NOT = WS-RUN-APPLIED-COUNT
               DISPLAY " JOURNAL DOES NOT TIE TO RUN - APPLIED "
                   WS-RUN-APPLIED-COUNT " JOURNALED "
                   WS-JOURNAL-COUNT
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-JOURNAL-COUNT NOT = WS-REVERSED-COUNT
                   + WS-REFUSED-COUNT + WS-PRIOR-COUNT
               DISPLAY " COUNTS DO NOT TIE - JOURNALED "
                   WS-JOURNAL-COUNT " REVERSED " WS-REVERSED-COUNT
                   " REFUSED " WS-REFUSED-COUNT
                   " PRIOR " WS-PRIOR-COUNT
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF NOT WS-TRAILER-FOUND
               DISPLAY " RUN " WS-RUN-DATE " SEQUENCE " WS-RUN-SEQ
                   " HAS NO JOURNAL TRAILER - IT DID NOT FINISH "
           END-IF.
           DISPLAY " ACCTBKOT COMPLETE - " WS-JOURNAL-COUNT
               " JOURNALED, " WS-REVERSED-COUNT " REVERSED, "
               WS-REFUSED-COUNT " REFUSED - SEE ABKTRPT ".
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-JRNL-OPEN
               CLOSE ACCOUNT-JOURNAL-FILE
           END-IF.
           IF WS-ACCT-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-BRPT-OPEN
               CLOSE BACKOUT-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
