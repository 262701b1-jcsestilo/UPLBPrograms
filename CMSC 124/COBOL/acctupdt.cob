      *  ACCOUNT ON A CLOSE, DUPLICATE ON AN ADD, AND THE LIKE   *
      *  GO BACK TO HEAD OFFICE), AND A TRAILER WHOSE COUNTS     *
      *  TIE TO THE TRANSACTION FILE: READ = APPLIED + REJECTED.  *
      *  EVERY APPLIED ACTION IS ALSO APPENDED TO THE ACCTJRNL   *
      *  JOURNAL WITH THE RECORD AS IT WAS AND AS IT WAS LEFT,   *
      *  AND THE RUN IS CLOSED WITH A JOURNAL TRAILER, SO THE    *
      *  ACCTBKOT COMPANION CAN REVERSE THE RUN IF IT WAS BAD.    *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-09-02  JCS  INITIAL VERSION - TAKES THE HAND       *
      *                   EDITS TO ACCTMAST OUT OF THE PROCESS.   *
      *  2026-10-15  JCS  A NEW ACCOUNT OPENS WITH A ZERO LEDGER *
      *                   BALANCE AND THE OVERDRAFT LIMIT ON ITS  *
      *                   ADD TRANSACTION (BLANK = NONE).         *
      *  2026-10-15  JCS  EVERY APPLIED CHANGE IS JOURNALED TO    *
      *                   ACCTJRNL WITH ITS BEFORE AND AFTER      *
      *                   IMAGES UNDER A RUN DATE AND RUN         *
      *                   SEQUENCE, SO ACCTBKOT CAN BACK A RUN    *
      *                   OUT.                                    *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTUPDT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDR-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE
               ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUPDREC.

       FD  ACCOUNT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AJRNREC.

       WORKING-STORAGE SECTION.
           77  WS-TRAN-STATUS          PIC XX VALUE "00".
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-UPDR-STATUS          PIC XX VALUE "00".
           77  WS-JRNL-STATUS          PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-TRAN-OPEN-SW         PIC X VALUE "N".
               88  WS-ACCT-OPEN                 VALUE "Y".
           77  WS-UPDR-OPEN-SW         PIC X VALUE "N".
               88  WS-UPDR-OPEN                 VALUE "Y".
           77  WS-JRNL-OPEN-SW         PIC X VALUE "N".
               88  WS-JRNL-OPEN                 VALUE "Y".
           77  WS-JRNL-EOF-SW          PIC X VALUE "N".
               88  WS-JRNL-EOF                  VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".

           77  WS-REJECT-REASON        PIC X(24) VALUE SPACES.
           77  WS-APPLIED-RESULT       PIC X(12) VALUE SPACES.

      *----------------------------------------------------------*
      *  JOURNAL CONTROLS. THE RUN SEQUENCE IS ONE PAST THE      *
      *  HIGHEST ALREADY ON ACCTJRNL FOR TODAY'S DATE; THE       *
      *  BEFORE IMAGE IS TAKEN AS SOON AS THE KEYED READ FINDS   *
      *  THE ACCOUNT, BEFORE ANY FIELD IS CHANGED.                *
      *----------------------------------------------------------*
           77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           77  WS-RUN-SEQ              PIC 9(03) VALUE ZERO.
           77  WS-RUN-SEQ-MAX          PIC 9(03) VALUE 999.
           77  WS-ENTRY-SEQ            PIC 9(05) VALUE ZERO.
           77  WS-BEFORE-IMAGE         PIC X(40) VALUE SPACES.

           77  WS-RJ-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-RJ-MAX               PIC 9(03) COMP VALUE 200.
           77  WS-RJ-IDX               PIC 9(03) COMP VALUE ZERO.
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-SRC-LBL  PIC X(08).
               05  WS-RPT-HDR-SRC-FILE PIC X(08).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-SEQ-LBL  PIC X(04).
               05  WS-RPT-HDR-RUN-SEQ  PIC 9(03).
               05  FILLER              PIC X(18).

           01  WS-SECTION-LINE.
               05  WS-SEC-LABEL        PIC X(60).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-TRAN-OPEN AND WS-ACCT-OPEN AND WS-UPDR-OPEN
                   AND WS-JRNL-OPEN
               PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               PERFORM 3000-WRITE-REJECT-SECTION THRU 3000-EXIT
               PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
      *  1000-INITIALIZE                                         *
      *  THE MASTER IS OPENED I-O, NOT OUTPUT - ACCTUPDT          *
      *  MAINTAINS AN EXISTING MASTER AND MUST NEVER CREATE AN   *
      *  EMPTY ONE OVER A MISSING FILE ALLOCATION. THE JOURNAL   *
      *  IS OPENED BEFORE THE REPORT SO THE RUN SEQUENCE IS      *
      *  KNOWN FOR THE REPORT HEADER - NO JOURNAL, NO RUN.        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-TRANS-FILE.
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN-SW.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-ASSIGN-RUN-SEQ THRU 1100-EXIT.
           IF WS-RUN-SEQ = ZERO
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND ACCOUNT-JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT ACCOUNT-JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTJRNL - STATUS "
                   WS-JRNL-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-JRNL-OPEN-SW.
           OPEN OUTPUT UPDATE-REPORT-FILE.
           IF WS-UPDR-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN AUPDRPT - STATUS "
           MOVE SPACES TO WS-RPT-HEADER.
           MOVE "ACCOUNT MAINTENANCE" TO WS-RPT-HDR-LABEL.
           MOVE "RUN " TO WS-RPT-HDR-RUN-LBL.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
           MOVE "SOURCE: " TO WS-RPT-HDR-SRC-LBL.
           MOVE "ACCTTRAN" TO WS-RPT-HDR-SRC-FILE.
           MOVE "SEQ " TO WS-RPT-HDR-SEQ-LBL.
           MOVE WS-RUN-SEQ TO WS-RPT-HDR-RUN-SEQ.
           MOVE WS-RPT-HEADER TO UR-LINE.
           WRITE UPDATE-REPORT-RECORD.
           MOVE SPACES TO WS-SECTION-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-ASSIGN-RUN-SEQ                                     *
      *  READS THE JOURNAL THROUGH FOR TODAY'S HIGHEST RUN       *
      *  SEQUENCE. NO JOURNAL YET (STATUS 35) MEANS THIS IS THE  *
      *  FIRST RUN EVER. ANY OTHER OPEN FAILURE, OR A DAY THAT   *
      *  HAS USED EVERY SEQUENCE, LEAVES THE SEQUENCE AT ZERO    *
      *  AND THE RUN IS NOT MADE.                                 *
      *----------------------------------------------------------*
       1100-ASSIGN-RUN-SEQ.
           MOVE ZERO TO WS-RUN-SEQ.
           OPEN INPUT ACCOUNT-JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               MOVE 1 TO WS-RUN-SEQ
               GO TO 1100-EXIT
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTJRNL - STATUS "
                   WS-JRNL-STATUS
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-JRNL-EOF-SW.
           PERFORM 1110-READ-JOURNAL THRU 1110-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE ACCOUNT-JOURNAL-FILE.
           IF WS-RUN-SEQ = WS-RUN-SEQ-MAX
               DISPLAY " ACCTJRNL ALREADY HOLDS " WS-RUN-SEQ-MAX
                   " RUNS FOR " WS-RUN-DATE " - RUN REFUSED "
               MOVE ZERO TO WS-RUN-SEQ
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-RUN-SEQ.
       1100-EXIT.
           EXIT.

       1110-READ-JOURNAL.
           READ ACCOUNT-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF AJE-RECORD-TYPE NOT = "B"
                   AND AJE-RUN-DATE = WS-RUN-DATE
                   AND AJE-RUN-SEQ IS NUMERIC
                   AND AJE-RUN-SEQ > WS-RUN-SEQ
               MOVE AJE-RUN-SEQ TO WS-RUN-SEQ
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANS                                      *
      *----------------------------------------------------------*
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF AT-OD-LIMIT-X NOT = SPACES
                   AND AT-OD-LIMIT IS NOT NUMERIC
               MOVE "BAD OVERDRAFT LIMIT" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
                   PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   GO TO 2300-EXIT
           END-READ.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD.
           MOVE WS-ACCT-NO-NUM TO AM-ACCT-NO.
           MOVE "O" TO AM-STATUS-FLAG.
           MOVE AT-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE ZERO TO AM-LEDGER-BALANCE.
           MOVE ZERO TO AM-LAST-ACTIVITY-DATE.
           IF AT-OD-LIMIT-X = SPACES
               MOVE ZERO TO AM-OVERDRAFT-LIMIT
           ELSE
               MOVE AT-OD-LIMIT TO AM-OVERDRAFT-LIMIT
           END-IF.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "C" TO AM-STATUS-FLAG.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCT-STATUS NOT = "00"
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "O" TO AM-STATUS-FLAG.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCT-STATUS NOT = "00"
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE AT-BRANCH-CODE TO AM-BRANCH-CODE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCT-STATUS NOT = "00"

      *----------------------------------------------------------*
      *  2800-WRITE-APPLIED-LINE                                 *
      *  EVERY APPLIED LINE IS JOURNALED FIRST, SO THE JOURNAL   *
      *  ENTRIES FOR A RUN ALWAYS TIE TO ITS APPLIED COUNT.       *
      *----------------------------------------------------------*
       2800-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 2900-WRITE-JOURNAL-ENTRY THRU 2900-EXIT.
           MOVE SPACES TO WS-APPLIED-LINE.
           MOVE WS-APPLIED-RESULT TO WS-APL-RESULT.
           MOVE AT-ACTION-CODE TO WS-APL-ACTION.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-WRITE-JOURNAL-ENTRY                                *
      *  THE MASTER RECORD AREA STILL HOLDS THE IMAGE JUST       *
      *  WRITTEN OR REWRITTEN. A CHANGE THAT CANNOT BE JOURNALED *
      *  STOPS THE RUN - NOTHING MORE IS APPLIED THAT COULD NOT  *
      *  BE BACKED OUT.                                           *
      *----------------------------------------------------------*
       2900-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-SEQ.
           MOVE SPACES TO ACCT-JOURNAL-ENTRY-REC.
           MOVE "D" TO AJE-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AJE-RUN-DATE.
           MOVE WS-RUN-SEQ TO AJE-RUN-SEQ.
           MOVE WS-ENTRY-SEQ TO AJE-ENTRY-SEQ.
           MOVE AT-ACTION-CODE TO AJE-ACTION.
           MOVE WS-BEFORE-IMAGE TO AJE-BEFORE-IMAGE.
           MOVE ACCOUNT-MASTER-RECORD TO AJE-AFTER-IMAGE.
           MOVE ZERO TO AJE-BACKOUT-DATE.
           WRITE ACCT-JOURNAL-ENTRY-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE ACCTJRNL - STATUS "
                   WS-JRNL-STATUS " AT " AT-ACTION-CODE " "
                   AT-ACCT-NO-X " - RUN STOPPED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-EOF-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-REJECT-SECTION                               *
      *----------------------------------------------------------*
      *  4000-WRITE-TRAILER                                      *
      *  THE COUNTS MUST TIE TO THE TRANSACTION FILE - EVERY     *
      *  RECORD READ IS EITHER APPLIED OR REJECTED, NEVER BOTH.   *
      *  THE SAME COUNTS CLOSE THE RUN ON THE JOURNAL.            *
      *----------------------------------------------------------*
       4000-WRITE-TRAILER.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO UR-LINE.
           WRITE UPDATE-REPORT-RECORD.
           MOVE SPACES TO ACCT-JOURNAL-TRAILER-REC.
           MOVE "T" TO AJT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AJT-RUN-DATE.
           MOVE WS-RUN-SEQ TO AJT-RUN-SEQ.
           MOVE WS-TRAN-COUNT TO AJT-TRAN-COUNT.
           MOVE WS-APPLIED-COUNT TO AJT-APPLIED-COUNT.
           MOVE WS-REJECT-COUNT TO AJT-REJECT-COUNT.
           WRITE ACCT-JOURNAL-TRAILER-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE ACCTJRNL TRAILER - STATUS "
                   WS-JRNL-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-TRAN-COUNT NOT =
                   WS-APPLIED-COUNT + WS-REJECT-COUNT
               DISPLAY " COUNTS DO NOT TIE - READ " WS-TRAN-COUNT
           DISPLAY " ACCTUPDT COMPLETE - " WS-TRAN-COUNT
               " READ, " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED - SEE AUPDRPT ".
           DISPLAY " JOURNALED TO ACCTJRNL AS RUN " WS-RUN-DATE
               " SEQUENCE " WS-RUN-SEQ.
       4000-EXIT.
           EXIT.

           IF WS-UPDR-OPEN
               CLOSE UPDATE-REPORT-FILE
           END-IF.
           IF WS-JRNL-OPEN
               CLOSE ACCOUNT-JOURNAL-FILE
           END-IF.
       9000-EXIT.
           EXIT.
