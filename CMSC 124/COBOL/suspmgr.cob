      *----------------------------------------------------------*
      *  PROGRAM   : SUSPMGR                                     *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - WORKS THE SUSPENSE     *
      *  FILE THE FILL APPENDS EVERY REJECTED ARRAYIN DETAIL TO. *
      *  READS THE SUSPCORR CORRECTIONS FILE (ONE REPAIR OR      *
      *  WRITE-OFF PER SUSPENDED ITEM, NAMED BY ITS SUSPENSE     *
      *  KEY), REVALIDATES EVERY REPAIR THE WAY THE FILL DOES,   *
      *  AND WRITES EACH REPAIRED DETAIL TO THE SUSPRSUB         *
      *  RESUBMISSION EXTRACT - A NORMAL H/D/T ARRAYIN-FORMAT    *
      *  EXTRACT THAT STAYS LISTED IN THE FILL MANIFEST, SO THE  *
      *  NEXT NIGHT'S FILL PICKS THE REPAIRS UP AND BALANCES     *
      *  THEM LIKE ANY BRANCH EXTRACT. SUSPRSUB IS REWRITTEN ON  *
      *  EVERY RUN, EMPTY WHEN NOTHING WAS REPAIRED, SO THIS     *
      *  PROGRAM RUNS EVERY BUSINESS DAY AHEAD OF THE FILL. A    *
      *  RUN THAT FAILS BEFORE SUSPENSE IS REWRITTEN LEAVES BOTH *
      *  AS THEY WERE - SUSPENSE WITH THE ITEMS STILL OPEN AND   *
      *  SUSPRSUB EMPTY BUT BALANCED. ONCE SUSPENSE HAS BEEN     *
      *  REWRITTEN WITH THE REPAIRS CLOSED, SUSPRSUB KEEPS THEM  *
      *  WITH THEIR TRAILER WHATEVER FAILS AFTERWARDS.            *
      *  THE SUSPRPT REPORT LISTS THE CORRECTIONS APPLIED AND    *
      *  REJECTED, THEN EVERY ITEM STILL OPEN AGED 0-1, 2-5 AND  *
      *  OVER 5 DAYS WITH COUNT AND VALUE TOTALS, AND ENDS WITH  *
      *  CONTROL TOTALS THAT TIE: CORRECTIONS READ = REPAIRED +  *
      *  WRITTEN OFF + REJECTED, AND ITEMS READ = REWRITTEN +    *
      *  PURGED. REPAIRED AND WRITTEN-OFF ITEMS STAY ON THE      *
      *  SUSPENSE FILE AS AN AUDIT TRAIL UNTIL THEY ARE          *
      *  WS-PURGE-DAYS PAST THEIR ACTION DATE.                    *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - REJECTED DETAILS NO  *
      *                   LONGER DISAPPEAR WITH THE CONSOLE LOG.  *
      *  2026-10-15  JCS  A FAILED RUN EMPTIES SUSPRSUB BACK TO A *
      *                   HEADER AND ZERO TRAILER - REPAIRS NO    *
      *                   LONGER RESUBMIT WHEN SUSPENSE WAS NOT   *
      *                   REWRITTEN TO MATCH.                     *
      *  2026-10-15  JCS  SUSPENSE IS REWRITTEN ONLY AFTER A      *
      *                   CLEAN RUN AND A COMPLETE SUSPRSUB, SO A *
      *                   FAILURE NO LONGER CLOSES REPAIRS THAT   *
      *                   NEVER REACH THE FILL. A FAILED SUSPENSE *
      *                   WRITE NOW STOPS THE REWRITE AND IS      *
      *                   REPORTED.                               *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMGR.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSPENSE-CORR-FILE
               ASSIGN TO "SUSPCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT TRAN-CODE-FILE
               ASSIGN TO "TRANCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCD-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO "SUSPRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSUB-STATUS.

           SELECT SUSPENSE-REPORT-FILE
               ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  SUSPENSE-CORR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCORREC.

       FD  TRAN-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ARRAYREC.

       FD  SUSPENSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SRPTREC.

       WORKING-STORAGE SECTION.
           77  WS-SUSP-STATUS          PIC XX VALUE "00".
           77  WS-CORR-STATUS          PIC XX VALUE "00".
           77  WS-TRCD-STATUS          PIC XX VALUE "00".
           77  WS-RSUB-STATUS          PIC XX VALUE "00".
           77  WS-SRPT-STATUS          PIC XX VALUE "00".
           77  WS-SUSP-EOF-SW          PIC X VALUE "N".
               88  WS-SUSP-EOF                  VALUE "Y".
           77  WS-CORR-EOF-SW          PIC X VALUE "N".
               88  WS-CORR-EOF                  VALUE "Y".
           77  WS-TRCD-EOF-SW          PIC X VALUE "N".
               88  WS-TRCD-EOF                  VALUE "Y".
           77  WS-RSUB-OPEN-SW         PIC X VALUE "N".
               88  WS-RSUB-OPEN                 VALUE "Y".
           77  WS-SRPT-OPEN-SW         PIC X VALUE "N".
               88  WS-SRPT-OPEN                 VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-SUSP-REWRITTEN-SW    PIC X VALUE "N".
               88  WS-SUSP-REWRITTEN            VALUE "Y".
           77  WS-VALID-SW             PIC X VALUE "Y".
               88  WS-REPAIR-VALID              VALUE "Y".

           77  WS-ITEM-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-SI-MAX               PIC 9(05) COMP VALUE 5000.
           77  WS-SI-IDX               PIC 9(05) COMP VALUE ZERO.
           77  WS-SI-HIT               PIC 9(05) COMP VALUE ZERO.
           77  WS-CORR-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-REPAIR-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-WRITEOFF-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-PURGE-COUNT          PIC 9(05) COMP VALUE ZERO.
           77  WS-REWRITE-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-RSUB-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-RSUB-HASH            PIC 9(12) VALUE ZERO.
           77  WS-RSUB-VALUE           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-OPEN-VALUE           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-BKT-COUNT            PIC 9(05) COMP VALUE ZERO.
           77  WS-BKT-VALUE            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-BKT-LOW              PIC 9(05) COMP VALUE ZERO.
           77  WS-BKT-HIGH             PIC 9(05) COMP VALUE ZERO.
           77  WS-BKT-NAME             PIC X(20) VALUE SPACES.
           77  WS-VALUE-EDIT           PIC +Z(10)9.99.
           77  WS-REJECT-REASON        PIC X(24) VALUE SPACES.
           77  WS-APPLIED-RESULT       PIC X(12) VALUE SPACES.
           77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           77  WS-TODAY-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  CLOSED ITEMS STAY ON SUSPENSE FOR THIS MANY DAYS PAST   *
      *  THEIR ACTION DATE SO THE REPAIR DESK CAN STILL ANSWER   *
      *  FOR THEM, THEN DROP OFF AT THE NEXT REWRITE.             *
      *----------------------------------------------------------*
           77  WS-PURGE-DAYS           PIC 9(05) COMP VALUE 30.

      *----------------------------------------------------------*
      *  THE SAME ACCOUNT NUMBER RANGE THE FILL ENFORCES FROM    *
      *  ARRAY-ACCT-LOW / ARRAY-ACCT-HIGH IN ARRAYTAB - A REPAIR *
      *  THE FILL WOULD REJECT AGAIN IS NOT RESUBMITTED.          *
      *----------------------------------------------------------*
           77  WS-ACCT-LOW             PIC 9(06) VALUE 100000.
           77  WS-ACCT-HIGH            PIC 9(06) VALUE 999999.

           77  WS-RJ-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-RJ-MAX               PIC 9(03) COMP VALUE 200.
           77  WS-RJ-IDX               PIC 9(03) COMP VALUE ZERO.

           77  WS-TC-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-TC-MAX               PIC 9(03) COMP VALUE 50.
           77  WS-TC-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-TC-HIT               PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  THE VALUES A REPAIR WILL RESUBMIT - EACH REPLACEMENT    *
      *  FIELD ON THE CORRECTION, OR THE VALUE AS SUSPENDED      *
      *  WHERE THE CORRECTION LEFT IT BLANK.                      *
      *----------------------------------------------------------*
           01  WS-FIX-FIELDS.
               05  WS-FIX-ACCT-X       PIC X(06).
               05  WS-FIX-ACCT-NUM REDEFINES WS-FIX-ACCT-X
                                       PIC 9(06).
               05  WS-FIX-TYPE         PIC X(01).
               05  WS-FIX-AMOUNT-X     PIC X(12).
               05  WS-FIX-AMOUNT REDEFINES WS-FIX-AMOUNT-X
                                       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *----------------------------------------------------------*
      *  DAY-NUMBER WORK AREA - TURNS A YYYYMMDD DATE INTO A     *
      *  RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED FOR    *
      *  AN AGE IN DAYS ACROSS MONTH AND YEAR ENDS.               *
      *----------------------------------------------------------*
           01  WS-DN-DATE              PIC 9(08) VALUE ZERO.
           01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               05  WS-DN-YEAR          PIC 9(04).
               05  WS-DN-MONTH         PIC 9(02).
               05  WS-DN-DAY           PIC 9(02).
           77  WS-DN-YEAR-ADJ          PIC 9(04) COMP VALUE ZERO.
           77  WS-DN-MONTH-ADJ         PIC 9(02) COMP VALUE ZERO.
           77  WS-DN-Q4                PIC 9(04) COMP VALUE ZERO.
           77  WS-DN-Q100              PIC 9(04) COMP VALUE ZERO.
           77  WS-DN-Q400              PIC 9(04) COMP VALUE ZERO.
           77  WS-DN-QM                PIC 9(04) COMP VALUE ZERO.
           77  WS-DN-WORK              PIC 9(05) COMP VALUE ZERO.
           77  WS-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  IN-CORE COPY OF THE SUSPENSE FILE. CORRECTIONS ARE      *
      *  APPLIED HERE AND THE WHOLE FILE IS REWRITTEN FROM THE   *
      *  TABLE AT THE END OF THE RUN. SI-AGE-DAYS IS THE AGE OF  *
      *  AN OPEN ITEM SINCE IT WAS SUSPENDED, OR OF A CLOSED     *
      *  ITEM SINCE IT WAS REPAIRED OR WRITTEN OFF.               *
      *----------------------------------------------------------*
           01  WS-SUSPENSE-TABLE.
               05  WS-SI-ENTRY         OCCURS 5000 TIMES.
                   10  SI-SUSPEND-DATE-X
                                       PIC X(08).
                   10  SI-BATCH-ID     PIC X(08).
                   10  SI-ITEM-SEQ-X   PIC X(05).
                   10  SI-SOURCE-FILE  PIC X(08).
                   10  SI-REASON-CODE  PIC X(02).
                   10  SI-STATUS       PIC X(01).
                       88  SI-ITEM-OPEN         VALUE "O".
                   10  SI-ACCT-NO-X    PIC X(06).
                   10  SI-TRAN-TYPE    PIC X(01).
                   10  SI-AMOUNT-X     PIC X(12).
                   10  SI-AMOUNT REDEFINES SI-AMOUNT-X
                                       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
                   10  SI-ACTION-DATE  PIC 9(08).
                   10  SI-AGE-DAYS     PIC 9(05) COMP.

      *----------------------------------------------------------*
      *  REJECTED CORRECTIONS ARE HELD HERE UNTIL THE APPLIED    *
      *  SECTION IS COMPLETE, THEN PRINTED AS THEIR OWN SECTION  *
      *  SO THE REPAIR DESK GETS ONE CLEAN LIST TO REWORK.        *
      *----------------------------------------------------------*
           01  WS-REJECT-TABLE.
               05  WS-RJ-ENTRY         OCCURS 200 TIMES.
                   10  RJ-ACTION       PIC X(01).
                   10  RJ-SUSPEND-DATE PIC X(08).
                   10  RJ-BATCH-ID     PIC X(08).
                   10  RJ-ITEM-SEQ     PIC X(05).
                   10  RJ-REASON       PIC X(24).

           01  WS-TRAN-CODE-TABLE.
               05  WS-TC-ENTRY         OCCURS 50 TIMES.
                   10  TCT-CODE        PIC X(01).
                   10  TCT-SIGN        PIC X(01).

      *----------------------------------------------------------*
      *  REPORT PRINT LINES - EACH PARAGRAPH MOVES SPACES TO     *
      *  ITS LINE FIRST, FILLS ITS FIELDS, THEN MOVES THE LINE   *
      *  TO SR-LINE AND WRITES.                                   *
      *----------------------------------------------------------*
           01  WS-RPT-HEADER.
               05  WS-RPT-HDR-LABEL    PIC X(22).
               05  WS-RPT-HDR-RUN-LBL  PIC X(05).
               05  WS-RPT-HDR-RUN-DATE PIC 9(08).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-SRC-LBL  PIC X(08).
               05  WS-RPT-HDR-SRC-FILE PIC X(08).
               05  FILLER              PIC X(27).

           01  WS-SECTION-LINE.
               05  WS-SEC-LABEL        PIC X(60).
               05  FILLER              PIC X(20).

           01  WS-APPLIED-LINE.
               05  FILLER              PIC X(01).
               05  WS-APL-ACTION       PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-APL-SUSP-DATE    PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-APL-BATCH-ID     PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-APL-ITEM-SEQ     PIC X(05).
               05  FILLER              PIC X(01).
               05  WS-APL-ACCT-NO      PIC X(06).
               05  FILLER              PIC X(01).
               05  WS-APL-TRAN-TYPE    PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-APL-AMOUNT-X     PIC X(13).
               05  WS-APL-AMOUNT REDEFINES WS-APL-AMOUNT-X
                                       PIC +Z(08)9.99.
               05  FILLER              PIC X(01).
               05  WS-APL-RESULT       PIC X(12).
               05  FILLER              PIC X(01).
               05  WS-APL-OPERATOR     PIC X(08).
               05  FILLER              PIC X(09).

           01  WS-REJECT-LINE.
               05  FILLER              PIC X(01).
               05  WS-RJL-ACTION       PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-RJL-SUSP-DATE    PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-RJL-BATCH-ID     PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-RJL-ITEM-SEQ     PIC X(05).
               05  FILLER              PIC X(01).
               05  WS-RJL-REJ-LBL      PIC X(11).
               05  WS-RJL-REASON       PIC X(24).
               05  FILLER              PIC X(18).

           01  WS-ITEM-LINE.
               05  FILLER              PIC X(01).
               05  WS-ITM-SUSP-DATE    PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-ITM-BATCH-ID     PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-ITM-ITEM-SEQ     PIC X(05).
               05  FILLER              PIC X(01).
               05  WS-ITM-SOURCE-FILE  PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-ITM-REASON       PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-ITM-ACCT-NO      PIC X(06).
               05  FILLER              PIC X(01).
               05  WS-ITM-TRAN-TYPE    PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-ITM-AMOUNT-X     PIC X(13).
               05  WS-ITM-AMOUNT REDEFINES WS-ITM-AMOUNT-X
                                       PIC +Z(08)9.99.
               05  FILLER              PIC X(01).
               05  WS-ITM-AGE          PIC ZZZZ9.
               05  WS-ITM-AGE-LBL      PIC X(05).
               05  FILLER              PIC X(10).

           01  WS-BUCKET-LINE.
               05  FILLER              PIC X(01).
               05  WS-BKL-LABEL        PIC X(20).
               05  WS-BKL-ITEMS-LBL    PIC X(07).
               05  WS-BKL-COUNT        PIC ZZZZ9.
               05  WS-BKL-VALUE-LBL    PIC X(08).
               05  WS-BKL-VALUE        PIC +Z(10)9.99.
               05  FILLER              PIC X(24).

           01  WS-COUNT-LINE.
               05  WS-CNT-LABEL        PIC X(24).
               05  WS-CNT-VALUE-X      PIC X(15).
               05  WS-CNT-VALUE REDEFINES WS-CNT-VALUE-X
                                       PIC 9(05).
               05  FILLER              PIC X(41).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SRPT-OPEN AND WS-RSUB-OPEN
               PERFORM 2000-LOAD-SUSPENSE THRU 2000-EXIT
               IF NOT WS-RUN-FAILED
                   PERFORM 3000-APPLY-CORRECTIONS THRU 3000-EXIT
                   PERFORM 4000-WRITE-REJECT-SECTION THRU 4000-EXIT
                   PERFORM 5000-WRITE-AGED-SECTIONS THRU 5000-EXIT
                   IF NOT WS-RUN-FAILED
                       PERFORM 3900-WRITE-RESUBMIT-TRAILER
                           THRU 3900-EXIT
                   END-IF
                   IF NOT WS-RUN-FAILED
                       PERFORM 6000-REWRITE-SUSPENSE THRU 6000-EXIT
                   END-IF
                   IF WS-RUN-FAILED AND NOT WS-SUSP-REWRITTEN
                       PERFORM 3950-EMPTY-RESUBMIT THRU 3950-EXIT
                   END-IF
                   PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
               ELSE
                   PERFORM 3950-EMPTY-RESUBMIT THRU 3950-EXIT
               END-IF
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
      *  THE RESUBMISSION EXTRACT GETS ITS HEADER HERE, SO IT    *
      *  IS A COMPLETE (IF EMPTY) EXTRACT EVEN ON A NIGHT WITH   *
      *  NO REPAIRS AND THE FILL NEVER FINDS LAST NIGHT'S        *
      *  REPAIRS STILL SITTING IN IT.                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           IF WS-SRPT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN SUSPRPT - STATUS "
                   WS-SRPT-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-SRPT-OPEN-SW.
           OPEN OUTPUT RESUBMIT-FILE.
           IF WS-RSUB-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN SUSPRSUB - STATUS "
                   WS-RSUB-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-RSUB-OPEN-SW.
           MOVE SPACES TO ARRAY-IN-HEADER-REC.
           MOVE "H" TO AIH-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AIH-CREATE-DATE.
           WRITE ARRAY-IN-HEADER-REC.
           PERFORM 1400-LOAD-TRAN-CODES THRU 1400-EXIT.
           MOVE SPACES TO WS-RPT-HEADER.
           MOVE "SUSPENSE MANAGEMENT" TO WS-RPT-HDR-LABEL.
           MOVE "RUN " TO WS-RPT-HDR-RUN-LBL.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
           MOVE "SOURCE: " TO WS-RPT-HDR-SRC-LBL.
           MOVE "SUSPCORR" TO WS-RPT-HDR-SRC-FILE.
           MOVE WS-RPT-HEADER TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-LOAD-TRAN-CODES                                    *
      *  ONLY THE TYPE CODE AND ITS REQUIRED SIGN ARE NEEDED TO  *
      *  REVALIDATE A REPAIR. WITHOUT TRANCODE EVERY REPAIR IS   *
      *  REJECTED, BUT WRITE-OFFS STILL GO THROUGH.               *
      *----------------------------------------------------------*
       1400-LOAD-TRAN-CODES.
           OPEN INPUT TRAN-CODE-FILE.
           IF WS-TRCD-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN TRANCODE - STATUS "
                   WS-TRCD-STATUS " - ALL TYPE CODES UNKNOWN "
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO WS-TRCD-EOF-SW.
           PERFORM 1410-LOAD-ONE-TRAN-CODE THRU 1410-EXIT
               UNTIL WS-TRCD-EOF OR WS-TC-COUNT = WS-TC-MAX.
           CLOSE TRAN-CODE-FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-TRAN-CODE.
           READ TRAN-CODE-FILE
               AT END
                   MOVE "Y" TO WS-TRCD-EOF-SW
           END-READ.
           IF WS-TRCD-EOF
               GO TO 1410-EXIT
           END-IF.
           IF TC-TYPE-CODE = SPACE
                   OR NOT (TC-DEBIT-TYPE OR TC-CREDIT-TYPE)
                   OR NOT (TC-SIGN-PLUS OR TC-SIGN-MINUS)
               DISPLAY " TRANCODE RECORD FOR TYPE " TC-TYPE-CODE
                   " IS MALFORMED - SKIPPED "
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-TC-COUNT.
           MOVE TC-TYPE-CODE TO TCT-CODE(WS-TC-COUNT).
           MOVE TC-AMOUNT-SIGN TO TCT-SIGN(WS-TC-COUNT).
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-LOAD-SUSPENSE                                      *
      *  NO SUSPENSE FILE YET (STATUS 35) IS AN EMPTY SUSPENSE,  *
      *  NOT AN ERROR - THE FILL CREATES IT ON ITS FIRST REJECT. *
      *  A FILE TOO LARGE FOR THE TABLE FAILS THE RUN BEFORE ANY *
      *  CORRECTION IS APPLIED, SO THE FILE IS NEVER REWRITTEN   *
      *  SHORT.                                                   *
      *----------------------------------------------------------*
       2000-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               DISPLAY " NO SUSPENSE FILE - NOTHING IN SUSPENSE "
               GO TO 2000-EXIT
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN SUSPENSE - STATUS "
                   WS-SUSP-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT.
           PERFORM 2200-LOAD-ONE-ITEM THRU 2200-EXIT
               UNTIL WS-SUSP-EOF OR WS-RUN-FAILED.
           CLOSE SUSPENSE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-LOAD-ONE-ITEM                                      *
      *  AN ITEM WHOSE DATE CANNOT BE AGED IS CARRIED AS OLDER   *
      *  THAN ANY BUCKET LIMIT SO IT SURFACES IN THE OVER 5 DAYS *
      *  SECTION RATHER THAN HIDING IN THE NEWEST ONE.            *
      *----------------------------------------------------------*
       2200-LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT = WS-SI-MAX
               DISPLAY " SUSPENSE TABLE FULL AT " WS-SI-MAX
                   " ITEMS - NO CORRECTIONS APPLIED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SU-SUSPEND-DATE TO SI-SUSPEND-DATE-X(WS-ITEM-COUNT).
           MOVE SU-BATCH-ID TO SI-BATCH-ID(WS-ITEM-COUNT).
           MOVE SU-ITEM-SEQ TO SI-ITEM-SEQ-X(WS-ITEM-COUNT).
           MOVE SU-SOURCE-FILE TO SI-SOURCE-FILE(WS-ITEM-COUNT).
           MOVE SU-REASON-CODE TO SI-REASON-CODE(WS-ITEM-COUNT).
           MOVE SU-STATUS TO SI-STATUS(WS-ITEM-COUNT).
           MOVE SU-ACCT-NO-X TO SI-ACCT-NO-X(WS-ITEM-COUNT).
           MOVE SU-TRAN-TYPE TO SI-TRAN-TYPE(WS-ITEM-COUNT).
           MOVE SU-AMOUNT-X TO SI-AMOUNT-X(WS-ITEM-COUNT).
           IF SU-ACTION-DATE IS NUMERIC
               MOVE SU-ACTION-DATE TO SI-ACTION-DATE(WS-ITEM-COUNT)
           ELSE
               MOVE ZERO TO SI-ACTION-DATE(WS-ITEM-COUNT)
           END-IF.
           MOVE WS-ITEM-COUNT TO WS-SI-IDX.
           PERFORM 2300-AGE-ONE-ITEM THRU 2300-EXIT.
           PERFORM 2100-READ-SUSPENSE-RECORD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-AGE-ONE-ITEM                                       *
      *  AGES THE ITEM AT WS-SI-IDX - AN OPEN ITEM FROM ITS      *
      *  SUSPEND DATE, A CLOSED ONE FROM ITS ACTION DATE.         *
      *----------------------------------------------------------*
       2300-AGE-ONE-ITEM.
           MOVE 99999 TO SI-AGE-DAYS(WS-SI-IDX).
           IF SI-ITEM-OPEN(WS-SI-IDX)
               IF SI-SUSPEND-DATE-X(WS-SI-IDX) IS NOT NUMERIC
                   GO TO 2300-EXIT
               END-IF
               MOVE SI-SUSPEND-DATE-X(WS-SI-IDX) TO WS-DN-DATE
           ELSE
               MOVE SI-ACTION-DATE(WS-SI-IDX) TO WS-DN-DATE
           END-IF.
           IF WS-DN-DATE > WS-RUN-DATE
                   OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               GO TO 2300-EXIT
           END-IF.
           PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT.
           COMPUTE SI-AGE-DAYS(WS-SI-IDX) =
               WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-APPLY-CORRECTIONS                                  *
      *  NO SUSPCORR FILE (STATUS 35) MEANS NO CORRECTIONS WERE  *
      *  KEYED TODAY - THE AGED REPORT STILL RUNS.                *
      *----------------------------------------------------------*
       3000-APPLY-CORRECTIONS.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "CORRECTIONS APPLIED:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           OPEN INPUT SUSPENSE-CORR-FILE.
           IF WS-CORR-STATUS = "00"
               PERFORM 3100-READ-CORRECTION THRU 3100-EXIT
               PERFORM 3200-APPLY-ONE-CORRECTION THRU 3200-EXIT
                   UNTIL WS-CORR-EOF
               CLOSE SUSPENSE-CORR-FILE
           ELSE
               IF WS-CORR-STATUS NOT = "35"
                   DISPLAY " UNABLE TO OPEN SUSPCORR - STATUS "
                       WS-CORR-STATUS
                   MOVE "Y" TO WS-RUN-FAILED-SW
               END-IF
           END-IF.
           IF WS-APPLIED-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO SR-LINE
               WRITE SUSPENSE-REPORT-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-CORRECTION.
           READ SUSPENSE-CORR-FILE
               AT END
                   MOVE "Y" TO WS-CORR-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-APPLY-ONE-CORRECTION                               *
      *  EVERY CORRECTION ENDS UP REPAIRED, WRITTEN OFF OR IN    *
      *  THE REJECT TABLE, SO THE CONTROL TOTALS ALWAYS TIE TO   *
      *  THE RECORDS READ. ONLY AN OPEN ITEM CAN BE ACTED ON - A *
      *  SECOND CORRECTION FOR THE SAME ITEM IS REJECTED, SO AN  *
      *  ITEM IS NEVER RESUBMITTED TWICE.                         *
      *----------------------------------------------------------*
       3200-APPLY-ONE-CORRECTION.
           ADD 1 TO WS-CORR-COUNT.
           IF NOT (SC-ACTION-REPAIR OR SC-ACTION-WRITE-OFF)
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3200-NEXT
           END-IF.
           IF SC-SUSPEND-DATE-X IS NOT NUMERIC
                   OR SC-ITEM-SEQ-X IS NOT NUMERIC
               MOVE "BAD ITEM KEY" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3200-NEXT
           END-IF.
           IF SC-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3200-NEXT
           END-IF.
           MOVE ZERO TO WS-SI-HIT.
           PERFORM 3300-MATCH-ONE-ITEM THRU 3300-EXIT
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-ITEM-COUNT OR WS-SI-HIT > ZERO.
           IF WS-SI-HIT = ZERO
               MOVE "ITEM NOT IN SUSPENSE" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3200-NEXT
           END-IF.
           IF NOT SI-ITEM-OPEN(WS-SI-HIT)
               MOVE "ITEM ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3200-NEXT
           END-IF.
           IF SC-ACTION-REPAIR
               PERFORM 3400-APPLY-REPAIR THRU 3400-EXIT
           ELSE
               PERFORM 3600-APPLY-WRITE-OFF THRU 3600-EXIT
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-CORRECTION THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-MATCH-ONE-ITEM.
           IF SI-SUSPEND-DATE-X(WS-SI-IDX) = SC-SUSPEND-DATE-X
                   AND SI-BATCH-ID(WS-SI-IDX) = SC-BATCH-ID
                   AND SI-ITEM-SEQ-X(WS-SI-IDX) = SC-ITEM-SEQ-X
               MOVE WS-SI-IDX TO WS-SI-HIT
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-APPLY-REPAIR                                       *
      *  BUILDS THE REPAIRED DETAIL, PUTS IT THROUGH THE SAME    *
      *  CHECKS THE FILL APPLIES, AND ONLY THEN WRITES IT TO THE *
      *  RESUBMISSION EXTRACT AND CLOSES THE ITEM.                *
      *----------------------------------------------------------*
       3400-APPLY-REPAIR.
           MOVE SI-ACCT-NO-X(WS-SI-HIT) TO WS-FIX-ACCT-X.
           IF SC-NEW-ACCT-NO-X NOT = SPACES
               MOVE SC-NEW-ACCT-NO-X TO WS-FIX-ACCT-X
           END-IF.
           MOVE SI-TRAN-TYPE(WS-SI-HIT) TO WS-FIX-TYPE.
           IF SC-NEW-TRAN-TYPE NOT = SPACE
               MOVE SC-NEW-TRAN-TYPE TO WS-FIX-TYPE
           END-IF.
           MOVE SI-AMOUNT-X(WS-SI-HIT) TO WS-FIX-AMOUNT-X.
           IF SC-NEW-AMOUNT-X NOT = SPACES
               MOVE SC-NEW-AMOUNT-X TO WS-FIX-AMOUNT-X
           END-IF.
           PERFORM 3500-VALIDATE-REPAIR THRU 3500-EXIT.
           IF NOT WS-REPAIR-VALID
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO ARRAY-IN-RECORD.
           MOVE WS-FIX-ACCT-X TO AI-ACCT-NO-X.
           MOVE WS-FIX-TYPE TO AI-TRAN-TYPE.
           MOVE WS-FIX-AMOUNT TO AI-AMOUNT.
           WRITE ARRAY-IN-RECORD.
           IF WS-RSUB-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE SUSPRSUB - STATUS "
                   WS-RSUB-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "RESUBMIT WRITE FAILED" TO WS-REJECT-REASON
               PERFORM 3700-REJECT-CORRECTION THRU 3700-EXIT
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-RSUB-COUNT.
           ADD WS-FIX-ACCT-NUM TO WS-RSUB-HASH.
           ADD WS-FIX-AMOUNT TO WS-RSUB-VALUE.
           ADD 1 TO WS-REPAIR-COUNT.
           MOVE "R" TO SI-STATUS(WS-SI-HIT).
           MOVE WS-RUN-DATE TO SI-ACTION-DATE(WS-SI-HIT).
           MOVE ZERO TO SI-AGE-DAYS(WS-SI-HIT).
           MOVE "RESUBMITTED" TO WS-APPLIED-RESULT.
           PERFORM 3800-WRITE-APPLIED-LINE THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-VALIDATE-REPAIR                                    *
      *  THE FILL'S OWN CHECKS, IN THE FILL'S ORDER - A REPAIR   *
      *  THAT WOULD BE REJECTED AGAIN TONIGHT IS REJECTED HERE   *
      *  INSTEAD AND THE ITEM STAYS OPEN.                         *
      *----------------------------------------------------------*
       3500-VALIDATE-REPAIR.
           MOVE "Y" TO WS-VALID-SW.
           IF WS-FIX-ACCT-X IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "ACCT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           IF WS-FIX-ACCT-NUM < WS-ACCT-LOW
                   OR WS-FIX-ACCT-NUM > WS-ACCT-HIGH
               MOVE "N" TO WS-VALID-SW
               MOVE "ACCT OUT OF RANGE" TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           IF WS-FIX-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           IF WS-FIX-TYPE = SPACE
               MOVE "N" TO WS-VALID-SW
               MOVE "TYPE CODE MISSING" TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO WS-TC-HIT.
           PERFORM 3510-MATCH-TRAN-CODE THRU 3510-EXIT
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT OR WS-TC-HIT > ZERO.
           IF WS-TC-HIT = ZERO
               MOVE "N" TO WS-VALID-SW
               MOVE "TYPE NOT ON TRANCODE" TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF.
           IF (TCT-SIGN(WS-TC-HIT) = "+" AND WS-FIX-AMOUNT < ZERO)
                   OR (TCT-SIGN(WS-TC-HIT) = "-"
                       AND WS-FIX-AMOUNT > ZERO)
               MOVE "N" TO WS-VALID-SW
               MOVE "WRONG SIGN FOR TYPE" TO WS-REJECT-REASON
           END-IF.
       3500-EXIT.
           EXIT.

       3510-MATCH-TRAN-CODE.
           IF TCT-CODE(WS-TC-IDX) = WS-FIX-TYPE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3600-APPLY-WRITE-OFF                                    *
      *  A WRITE-OFF NEEDS NO VALID VALUES - IT IS HOW AN ITEM   *
      *  THAT CANNOT BE REPAIRED LEAVES THE OPEN BUCKETS.         *
      *----------------------------------------------------------*
       3600-APPLY-WRITE-OFF.
           MOVE SI-ACCT-NO-X(WS-SI-HIT) TO WS-FIX-ACCT-X.
           MOVE SI-TRAN-TYPE(WS-SI-HIT) TO WS-FIX-TYPE.
           MOVE SI-AMOUNT-X(WS-SI-HIT) TO WS-FIX-AMOUNT-X.
           ADD 1 TO WS-WRITEOFF-COUNT.
           MOVE "W" TO SI-STATUS(WS-SI-HIT).
           MOVE WS-RUN-DATE TO SI-ACTION-DATE(WS-SI-HIT).
           MOVE ZERO TO SI-AGE-DAYS(WS-SI-HIT).
           MOVE "WRITTEN OFF" TO WS-APPLIED-RESULT.
           PERFORM 3800-WRITE-APPLIED-LINE THRU 3800-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3700-REJECT-CORRECTION                                  *
      *  HOLDS THE REJECT FOR ITS OWN REPORT SECTION. IF THE     *
      *  TABLE EVER FILLS, THE REJECT IS STILL COUNTED - THE     *
      *  CONTROL TOTALS HOLD - AND THE OVERFLOW GOES TO THE      *
      *  CONSOLE INSTEAD OF THE REPORT.                           *
      *----------------------------------------------------------*
       3700-REJECT-CORRECTION.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-RJ-COUNT = WS-RJ-MAX
               DISPLAY " REJECT TABLE FULL - " SC-ACTION-CODE
                   " " SC-SUSPEND-DATE-X " " SC-BATCH-ID
                   " " SC-ITEM-SEQ-X " " WS-REJECT-REASON
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO WS-RJ-COUNT.
           MOVE SC-ACTION-CODE TO RJ-ACTION(WS-RJ-COUNT).
           MOVE SC-SUSPEND-DATE-X TO RJ-SUSPEND-DATE(WS-RJ-COUNT).
           MOVE SC-BATCH-ID TO RJ-BATCH-ID(WS-RJ-COUNT).
           MOVE SC-ITEM-SEQ-X TO RJ-ITEM-SEQ(WS-RJ-COUNT).
           MOVE WS-REJECT-REASON TO RJ-REASON(WS-RJ-COUNT).
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3800-WRITE-APPLIED-LINE                                 *
      *  PRINTS THE VALUES ACTED ON - THE REPAIRED VALUES FOR A  *
      *  REPAIR, THE SUSPENDED VALUES FOR A WRITE-OFF.            *
      *----------------------------------------------------------*
       3800-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-APPLIED-LINE.
           MOVE SC-ACTION-CODE TO WS-APL-ACTION.
           MOVE SC-SUSPEND-DATE-X TO WS-APL-SUSP-DATE.
           MOVE SC-BATCH-ID TO WS-APL-BATCH-ID.
           MOVE SC-ITEM-SEQ-X TO WS-APL-ITEM-SEQ.
           MOVE WS-FIX-ACCT-X TO WS-APL-ACCT-NO.
           MOVE WS-FIX-TYPE TO WS-APL-TRAN-TYPE.
           IF WS-FIX-AMOUNT IS NUMERIC
               MOVE WS-FIX-AMOUNT TO WS-APL-AMOUNT
           ELSE
               MOVE WS-FIX-AMOUNT-X TO WS-APL-AMOUNT-X
           END-IF.
           MOVE WS-APPLIED-RESULT TO WS-APL-RESULT.
           MOVE SC-OPERATOR-ID TO WS-APL-OPERATOR.
           MOVE WS-APPLIED-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-WRITE-RESUBMIT-TRAILER                             *
      *  SAME TRAILER THE BRANCH EXTRACTS CARRY - THE FILL       *
      *  BALANCES THE RESUBMITTED DETAILS AGAINST IT. WRITTEN    *
      *  BEFORE SUSPENSE IS REWRITTEN, SO NO REPAIR IS CLOSED ON *
      *  SUSPENSE UNTIL SUSPRSUB IS COMPLETE.                     *
      *----------------------------------------------------------*
       3900-WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO ARRAY-IN-TRAILER-REC.
           MOVE "T" TO AIH-RECORD-TYPE.
           MOVE WS-RSUB-COUNT TO AIT-EXPECTED-COUNT.
           MOVE WS-RSUB-HASH TO AIT-HASH-TOTAL.
           MOVE WS-RSUB-VALUE TO AIT-VALUE-TOTAL.
           WRITE ARRAY-IN-TRAILER-REC.
           IF WS-RSUB-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE SUSPRSUB TRAILER - STATUS "
                   WS-RSUB-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3950-EMPTY-RESUBMIT                                     *
      *  ONLY FOR A RUN THAT FAILED BEFORE SUSPENSE WAS          *
      *  REWRITTEN. REOPENS SUSPRSUB OVER WHATEVER THIS RUN      *
      *  WROTE TO IT AND PUTS BACK THE HEADER AND A ZERO         *
      *  TRAILER - THE FILL STILL LISTS SUSPRSUB AND MUST FIND   *
      *  IT BALANCED. SUSPENSE IS STILL AS IT WAS LOADED, WITH   *
      *  EVERY ITEM BEHIND THE DISCARDED REPAIRS OPEN, SO THE    *
      *  CORRECTIONS ARE RERUN ONCE THE FAILURE IS CLEARED.       *
      *----------------------------------------------------------*
       3950-EMPTY-RESUBMIT.
           CLOSE RESUBMIT-FILE.
           MOVE "N" TO WS-RSUB-OPEN-SW.
           MOVE ZERO TO WS-RSUB-COUNT.
           MOVE ZERO TO WS-RSUB-HASH.
           MOVE ZERO TO WS-RSUB-VALUE.
           OPEN OUTPUT RESUBMIT-FILE.
           IF WS-RSUB-STATUS NOT = "00"
               DISPLAY " UNABLE TO REOPEN SUSPRSUB - STATUS "
                   WS-RSUB-STATUS
               GO TO 3950-EXIT
           END-IF.
           MOVE "Y" TO WS-RSUB-OPEN-SW.
           MOVE SPACES TO ARRAY-IN-HEADER-REC.
           MOVE "H" TO AIH-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AIH-CREATE-DATE.
           WRITE ARRAY-IN-HEADER-REC.
           PERFORM 3900-WRITE-RESUBMIT-TRAILER THRU 3900-EXIT.
           DISPLAY " RUN FAILED - SUSPRSUB LEFT EMPTY, NO REPAIRS "
               "RESUBMITTED".
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "RUN FAILED - NOTHING RESUBMITTED, SUSPENSE UNCHANGED"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-WRITE-REJECT-SECTION                               *
      *----------------------------------------------------------*
       4000-WRITE-REJECT-SECTION.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "REJECTED CORRECTIONS (RETURN TO REPAIR DESK):"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           IF WS-RJ-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO SR-LINE
               WRITE SUSPENSE-REPORT-RECORD
           ELSE
               PERFORM 4100-WRITE-REJECT-LINE THRU 4100-EXIT
                   VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-REJECT-LINE.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE RJ-ACTION(WS-RJ-IDX) TO WS-RJL-ACTION.
           MOVE RJ-SUSPEND-DATE(WS-RJ-IDX) TO WS-RJL-SUSP-DATE.
           MOVE RJ-BATCH-ID(WS-RJ-IDX) TO WS-RJL-BATCH-ID.
           MOVE RJ-ITEM-SEQ(WS-RJ-IDX) TO WS-RJL-ITEM-SEQ.
           MOVE "REJECTED - " TO WS-RJL-REJ-LBL.
           MOVE RJ-REASON(WS-RJ-IDX) TO WS-RJL-REASON.
           MOVE WS-REJECT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-AGED-SECTIONS                                *
      *  ONE SECTION PER AGE BUCKET, EACH LISTING ITS OPEN ITEMS *
      *  AND CLOSING WITH ITS ITEM COUNT AND VALUE, THEN THE     *
      *  TOTAL STILL OPEN ACROSS ALL THREE. AN AMOUNT THAT WAS   *
      *  SUSPENDED BECAUSE IT IS NOT NUMERIC PRINTS AS RECEIVED  *
      *  AND CANNOT ADD TO THE VALUE TOTALS.                      *
      *----------------------------------------------------------*
       5000-WRITE-AGED-SECTIONS.
           MOVE ZERO TO WS-BKT-LOW.
           MOVE 1 TO WS-BKT-HIGH.
           MOVE "0-1 DAYS" TO WS-BKT-NAME.
           PERFORM 5100-WRITE-ONE-BUCKET THRU 5100-EXIT.
           MOVE 2 TO WS-BKT-LOW.
           MOVE 5 TO WS-BKT-HIGH.
           MOVE "2-5 DAYS" TO WS-BKT-NAME.
           PERFORM 5100-WRITE-ONE-BUCKET THRU 5100-EXIT.
           MOVE 6 TO WS-BKT-LOW.
           MOVE 99999 TO WS-BKT-HIGH.
           MOVE "OVER 5 DAYS" TO WS-BKT-NAME.
           PERFORM 5100-WRITE-ONE-BUCKET THRU 5100-EXIT.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "ALL OPEN SUSPENSE ITEMS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE "TOTAL OPEN" TO WS-BKT-NAME.
           MOVE WS-OPEN-COUNT TO WS-BKT-COUNT.
           MOVE WS-OPEN-VALUE TO WS-BKT-VALUE.
           PERFORM 5300-WRITE-BUCKET-TOTAL THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-BUCKET.
           MOVE ZERO TO WS-BKT-COUNT.
           MOVE ZERO TO WS-BKT-VALUE.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING "OPEN ITEMS AGED " DELIMITED BY SIZE
               WS-BKT-NAME DELIMITED BY "  "
               ":" DELIMITED BY SIZE
               INTO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           PERFORM 5200-WRITE-ITEM-LINE THRU 5200-EXIT
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-ITEM-COUNT.
           IF WS-BKT-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO SR-LINE
               WRITE SUSPENSE-REPORT-RECORD
           END-IF.
           PERFORM 5300-WRITE-BUCKET-TOTAL THRU 5300-EXIT.
           ADD WS-BKT-COUNT TO WS-OPEN-COUNT.
           ADD WS-BKT-VALUE TO WS-OPEN-VALUE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5200-WRITE-ITEM-LINE                                    *
      *  ONLY OPEN ITEMS WHOSE AGE FALLS IN THE CURRENT BUCKET   *
      *  PRINT.                                                   *
      *----------------------------------------------------------*
       5200-WRITE-ITEM-LINE.
           IF NOT SI-ITEM-OPEN(WS-SI-IDX)
               GO TO 5200-EXIT
           END-IF.
           IF SI-AGE-DAYS(WS-SI-IDX) < WS-BKT-LOW
                   OR SI-AGE-DAYS(WS-SI-IDX) > WS-BKT-HIGH
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-BKT-COUNT.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE SI-SUSPEND-DATE-X(WS-SI-IDX) TO WS-ITM-SUSP-DATE.
           MOVE SI-BATCH-ID(WS-SI-IDX) TO WS-ITM-BATCH-ID.
           MOVE SI-ITEM-SEQ-X(WS-SI-IDX) TO WS-ITM-ITEM-SEQ.
           MOVE SI-SOURCE-FILE(WS-SI-IDX) TO WS-ITM-SOURCE-FILE.
           MOVE SI-REASON-CODE(WS-SI-IDX) TO WS-ITM-REASON.
           MOVE SI-ACCT-NO-X(WS-SI-IDX) TO WS-ITM-ACCT-NO.
           MOVE SI-TRAN-TYPE(WS-SI-IDX) TO WS-ITM-TRAN-TYPE.
           IF SI-AMOUNT(WS-SI-IDX) IS NUMERIC
               MOVE SI-AMOUNT(WS-SI-IDX) TO WS-ITM-AMOUNT
               ADD SI-AMOUNT(WS-SI-IDX) TO WS-BKT-VALUE
           ELSE
               MOVE SI-AMOUNT-X(WS-SI-IDX) TO WS-ITM-AMOUNT-X
           END-IF.
           MOVE SI-AGE-DAYS(WS-SI-IDX) TO WS-ITM-AGE.
           MOVE " DAYS" TO WS-ITM-AGE-LBL.
           MOVE WS-ITEM-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       5200-EXIT.
           EXIT.

       5300-WRITE-BUCKET-TOTAL.
           MOVE SPACES TO WS-BUCKET-LINE.
           MOVE WS-BKT-NAME TO WS-BKL-LABEL.
           MOVE "ITEMS: " TO WS-BKL-ITEMS-LBL.
           MOVE WS-BKT-COUNT TO WS-BKL-COUNT.
           MOVE "  VALUE " TO WS-BKL-VALUE-LBL.
           MOVE WS-BKT-VALUE TO WS-BKL-VALUE.
           MOVE WS-BUCKET-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-REWRITE-SUSPENSE                                   *
      *  WRITES THE TABLE BACK OVER THE SUSPENSE FILE, DROPPING  *
      *  CLOSED ITEMS MORE THAN WS-PURGE-DAYS PAST THEIR ACTION  *
      *  DATE. OPEN ITEMS ARE NEVER PURGED, HOWEVER OLD. A       *
      *  FAILED WRITE STOPS THE REWRITE - SUSPENSE IS THEN SHORT *
      *  AND MUST BE RESTORED, SO IT IS REPORTED ON SUSPRPT AS   *
      *  WELL AS THE CONSOLE.                                     *
      *----------------------------------------------------------*
       6000-REWRITE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE SUSPENSE - STATUS "
                   WS-SUSP-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 6000-EXIT
           END-IF.
           MOVE "Y" TO WS-SUSP-REWRITTEN-SW.
           PERFORM 6100-REWRITE-ONE-ITEM THRU 6100-EXIT
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-ITEM-COUNT
                   OR WS-RUN-FAILED.
           CLOSE SUSPENSE-FILE.
           IF WS-RUN-FAILED
               DISPLAY " SUSPENSE REWRITE STOPPED AFTER "
                   WS-REWRITE-COUNT " ITEMS - RESTORE SUSPENSE "
               MOVE SPACES TO WS-SECTION-LINE
               MOVE "SUSPENSE REWRITE FAILED - FILE SHORT, RESTORE IT"
                   TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO SR-LINE
               WRITE SUSPENSE-REPORT-RECORD
           END-IF.
       6000-EXIT.
           EXIT.

       6100-REWRITE-ONE-ITEM.
           IF NOT SI-ITEM-OPEN(WS-SI-IDX)
                   AND SI-AGE-DAYS(WS-SI-IDX) > WS-PURGE-DAYS
               ADD 1 TO WS-PURGE-COUNT
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE SI-SUSPEND-DATE-X(WS-SI-IDX) TO SUSPENSE-RECORD(1:8).
           MOVE SI-BATCH-ID(WS-SI-IDX) TO SU-BATCH-ID.
           MOVE SI-ITEM-SEQ-X(WS-SI-IDX) TO SUSPENSE-RECORD(17:5).
           MOVE SI-SOURCE-FILE(WS-SI-IDX) TO SU-SOURCE-FILE.
           MOVE SI-REASON-CODE(WS-SI-IDX) TO SU-REASON-CODE.
           MOVE SI-STATUS(WS-SI-IDX) TO SU-STATUS.
           MOVE SI-ACCT-NO-X(WS-SI-IDX) TO SU-ACCT-NO-X.
           MOVE SI-TRAN-TYPE(WS-SI-IDX) TO SU-TRAN-TYPE.
           MOVE SI-AMOUNT-X(WS-SI-IDX) TO SU-AMOUNT-X.
           MOVE SI-ACTION-DATE(WS-SI-IDX) TO SU-ACTION-DATE.
           WRITE SUSPENSE-RECORD.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE SUSPENSE ITEM "
                   SI-ITEM-SEQ-X(WS-SI-IDX) " - STATUS "
                   WS-SUSP-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-REWRITE-COUNT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-WRITE-CONTROL-TOTALS                               *
      *  EVERY CORRECTION READ IS REPAIRED, WRITTEN OFF OR       *
      *  REJECTED, AND EVERY SUSPENSE ITEM READ IS REWRITTEN OR  *
      *  PURGED - EITHER TIE FAILING FAILS THE RUN.               *
      *----------------------------------------------------------*
       7000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "CONTROL TOTALS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "CORRECTIONS READ:       " TO WS-CNT-LABEL.
           MOVE WS-CORR-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "REPAIRED/RESUBMITTED:   " TO WS-CNT-LABEL.
           MOVE WS-REPAIR-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "WRITTEN OFF:            " TO WS-CNT-LABEL.
           MOVE WS-WRITEOFF-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "REJECTED:               " TO WS-CNT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "RESUBMIT VALUE TOTAL:   " TO WS-CNT-LABEL.
           MOVE WS-RSUB-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CNT-VALUE-X.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SUSPENSE ITEMS READ:    " TO WS-CNT-LABEL.
           MOVE WS-ITEM-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ITEMS REWRITTEN:        " TO WS-CNT-LABEL.
           MOVE WS-REWRITE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "CLOSED ITEMS PURGED:    " TO WS-CNT-LABEL.
           MOVE WS-PURGE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO SR-LINE.
           WRITE SUSPENSE-REPORT-RECORD.
           IF WS-CORR-COUNT NOT = WS-REPAIR-COUNT
                   + WS-WRITEOFF-COUNT + WS-REJECT-COUNT
               DISPLAY " CORRECTION COUNTS DO NOT TIE - READ "
                   WS-CORR-COUNT " REPAIRED " WS-REPAIR-COUNT
                   " WRITTEN OFF " WS-WRITEOFF-COUNT
                   " REJECTED " WS-REJECT-COUNT
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-SUSP-REWRITTEN AND
                   WS-ITEM-COUNT NOT = WS-REWRITE-COUNT + WS-PURGE-COUNT
               DISPLAY " SUSPENSE COUNTS DO NOT TIE - READ "
                   WS-ITEM-COUNT " REWRITTEN " WS-REWRITE-COUNT
                   " PURGED " WS-PURGE-COUNT
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           DISPLAY " SUSPMGR COMPLETE - " WS-CORR-COUNT
               " CORRECTIONS, " WS-REPAIR-COUNT " RESUBMITTED, "
               WS-OPEN-COUNT " STILL OPEN - SEE SUSPRPT ".
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-COMPUTE-DAY-NUMBER                                 *
      *  RUNNING DAY NUMBER FOR THE DATE IN WS-DN-DATE, COUNTED  *
      *  ON A MARCH-BASED YEAR SO THE LEAP DAY FALLS AT THE END. *
      *  EVERY DIVISION TRUNCATES INTO AN INTEGER FIELD, WHICH   *
      *  IS WHAT THE FORMULA REQUIRES.                            *
      *----------------------------------------------------------*
       8000-COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
               COMPUTE WS-DN-YEAR-ADJ = WS-DN-YEAR - 1
               COMPUTE WS-DN-MONTH-ADJ = WS-DN-MONTH + 9
           ELSE
               MOVE WS-DN-YEAR TO WS-DN-YEAR-ADJ
               COMPUTE WS-DN-MONTH-ADJ = WS-DN-MONTH - 3
           END-IF.
           DIVIDE WS-DN-YEAR-ADJ BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR-ADJ BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR-ADJ BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH-ADJ + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QM.
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR-ADJ
               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
               + WS-DN-QM + WS-DN-DAY.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RSUB-OPEN
               CLOSE RESUBMIT-FILE
           END-IF.
           IF WS-SRPT-OPEN
               CLOSE SUSPENSE-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
