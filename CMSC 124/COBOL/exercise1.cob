      *                   SUMS COUNTS AND VALUES TO REGION        *
      *                   SUBTOTALS ON RGNLRPT. OPERMAST CARRIES  *
      *                   TWELVE AUTHORITY BYTES NOW.             *
      *  2026-10-15  JCS  ADDED THE TRANCODE TYPE CODE MASTER -   *
      *                   THE FILL REJECTS A TYPE CODE NOT ON IT  *
      *                   OR AN AMOUNT OF THE WRONG SIGN, AND ANY *
      *                   UNKNOWN TYPE CODE FAILS A BATCH FILL.   *
      *                   ADDED [13] GL JOURNAL - SUMMARIZES THE  *
      *                   ARRAY BY BRANCH AND TYPE CODE ONTO THE  *
      *                   GLEXTRACT JOURNAL (HEADER/DETAIL/       *
      *                   TRAILER); DEBITS NOT EQUAL TO CREDITS   *
      *                   FAIL THE CARD. OPERMAST CARRIES         *
      *                   THIRTEEN AUTHORITY BYTES NOW.           *
      *  2026-10-15  JCS  EVERY DETAIL THE FILL REJECTS IS NOW    *
      *                   APPENDED TO THE SUSPENSE FILE WITH ITS  *
      *                   SOURCE EXTRACT, A REJECT REASON CODE    *
      *                   AND THE SUSPEND DATE - SUSPMGR REPAIRS  *
      *                   OR WRITES THEM OFF FROM THERE.          *
      *  2026-10-15  JCS  ADDED [14] LARGE-VALUE ALERTS - LISTS   *
      *                   EVERY ITEM AT OR ABOVE ITS TYPE'S       *
      *                   ALRTPARM THRESHOLD AND EVERY ACCOUNT    *
      *                   WHOSE SMALLER SAME-DAY ITEMS ADD UP     *
      *                   PAST IT (STRUCTURING) ON THE ALRTRPT    *
      *                   DATED GENERATION. OPERMAST CARRIES      *
      *                   FOURTEEN AUTHORITY BYTES NOW.           *
      *  2026-10-15  JCS  FILL CHECKS EVERY DETAIL AGAINST THE    *
      *                   TRANHIST ROLLING HISTORY - A DETAIL     *
      *                   ALREADY LOADED FROM ANOTHER EXTRACT OR  *
      *                   ON AN EARLIER NIGHT IS HELD TO SUSPENSE *
      *                   AS A SUSPECTED RESUBMISSION UNLESS A    *
      *                   DUPOVRD CARD RELEASES IT, AND EVERY     *
      *                   SUSPECT IS LISTED ON THE DUPSRPT DATED  *
      *                   GENERATION. HELD ITEMS STILL COUNT IN   *
      *                   THE EXTRACT'S TRAILER BALANCE.          *
      *  2026-10-15  JCS  [9] EXPORT ARRAY ALSO WRITES EACH       *
      *                   ARRAYOUT TO A RETAINED AOUT DATED       *
      *                   GENERATION, CATALOGED ON RPTCATLG, FOR  *
      *                   THE ACCTINQ ACCOUNT INQUIRY. AUDITLOG   *
      *                   RECORDS CARRY AN ACCOUNT NUMBER NOW -   *
      *                   BLANK ON MENU SELECTIONS.               *
      *  2026-10-15  JCS  A BATCHCTL CARD MAY NAME A PREDECESSOR  *
      *                   CARD AND A RUN CONDITION - A CARD WHOSE *
      *                   PREDECESSOR DID NOT WORK IS SKIPPED AND *
      *                   LOGGED SKIPPED WITH THE FAILED CARD     *
      *                   BEHIND IT, NOT AS A FRESH FAILURE.      *
      *                   RUNSTATE CARRIES EVERY CARD'S OUTCOME   *
      *                   SO A RESTART SKIPS THE SAME CARDS.      *
      *  2026-10-15  JCS  AN EXTRACT'S DETAILS GO ON TRANHIST     *
      *                   ONLY ONCE IT BALANCES - AN EXTRACT      *
      *                   REJECTED OUT OF BALANCE NO LONGER MAKES *
      *                   ITS CORRECTED RESEND LOOK RESUBMITTED.  *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNS-STATUS.

           SELECT TRAN-CODE-FILE
               ASSIGN TO "TRANCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCD-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ALERT-PARM-FILE
               ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALPM-STATUS.

           SELECT ALERT-REPORT-FILE
               ASSIGN USING WS-ALRT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-THST-STATUS.

           SELECT DUP-OVERRIDE-FILE
               ASSIGN TO "DUPOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOVR-STATUS.

           SELECT DUP-SUBMIT-REPORT-FILE
               ASSIGN USING WS-DUPS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPS-STATUS.

           SELECT ARRAY-OUT-GEN-FILE
               ASSIGN USING WS-AOUT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRAY-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNSREC.

       FD  TRAN-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANREC.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLJRREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  ALERT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALPMREC.

       FD  ALERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALRTREC.

       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY THSTREC.

       FD  DUP-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DOVRREC.

       FD  DUP-SUBMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUPSREC.

       FD  ARRAY-OUT-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AOUTREC.

       WORKING-STORAGE SECTION.
           77  EXITED                  PIC 9(02) VALUE 0.
           77  CHOICE                  PIC 9(02).
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-VRFY-STATUS          PIC XX VALUE "00".
           77  WS-EXPT-STATUS          PIC XX VALUE "00".
           77  WS-AOUT-STATUS          PIC XX VALUE "00".
           77  WS-BLOG-STATUS          PIC XX VALUE "00".
           77  WS-BRCH-STATUS          PIC XX VALUE "00".
           77  WS-OPER-STATUS          PIC XX VALUE "00".
           77  WS-BRMS-STATUS          PIC XX VALUE "00".
           77  WS-RGNL-STATUS          PIC XX VALUE "00".
           77  WS-RUNS-STATUS          PIC XX VALUE "00".
           77  WS-TRCD-STATUS          PIC XX VALUE "00".
           77  WS-GLJ-STATUS           PIC XX VALUE "00".
           77  WS-SUSP-STATUS          PIC XX VALUE "00".
           77  WS-ALPM-STATUS          PIC XX VALUE "00".
           77  WS-ALRT-STATUS          PIC XX VALUE "00".
           77  WS-THST-STATUS          PIC XX VALUE "00".
           77  WS-DOVR-STATUS          PIC XX VALUE "00".
           77  WS-DUPS-STATUS          PIC XX VALUE "00".
           77  WS-RESUME-CARD          PIC 9(05) COMP VALUE ZERO.
           77  WS-OPER-LOADED-SW       PIC X VALUE "N".
               88  WS-OPER-LOADED               VALUE "Y".
               88  WS-CARD-FAILED               VALUE "Y".
           77  WS-ANY-FAILED-SW        PIC X VALUE "N".
               88  WS-ANY-CARD-FAILED           VALUE "Y".
           77  WS-CARD-SKIPPED-SW      PIC X VALUE "N".
               88  WS-CARD-SKIPPED              VALUE "Y".
           77  WS-SKIP-CAUSE-CARD      PIC 9(05) COMP VALUE ZERO.
           77  WS-PRED-CARD            PIC 9(05) COMP VALUE ZERO.
           77  WS-CO-MAX               PIC 9(05) COMP VALUE 200.
           77  WS-CO-IDX               PIC 9(05) COMP VALUE ZERO.
           77  WS-CO-LAST              PIC 9(05) COMP VALUE ZERO.
           77  WS-RUNS-EOF-SW          PIC X VALUE "N".
               88  WS-RUNS-EOF                  VALUE "Y".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-VALID-SW             PIC X VALUE "Y".
           77  WS-VRFY-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-BRCH-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-RGNL-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-ALRT-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-DUPS-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-AOUT-GEN-NAME        PIC X(22) VALUE SPACES.
           77  WS-CAT-COUNT            PIC 9(05) COMP VALUE ZERO.

           01  WS-GEN-FILE-NAME.
                   10  OT-ID           PIC X(08).
                   10  OT-ACTIVE-FLAG  PIC X(01).
                   10  OT-AUTH-FLAGS.
                       15  OT-AUTH     OCCURS 14 TIMES PIC X(01).

      *----------------------------------------------------------*
      *  OUTCOME OF EVERY BATCHCTL CARD SO FAR, BY CARD NUMBER - *
      *  W = WORKED, F = FAILED, S = SKIPPED (WITH THE FAILED    *
      *  CARD BEHIND THE SKIP), BLANK = NOT RUN. A CARD'S        *
      *  PREDECESSOR IS JUDGED FROM HERE, AND THE TABLE RIDES    *
      *  ALONG ON RUNSTATE FOR A RESTART.                         *
      *----------------------------------------------------------*
           01  WS-CARD-OUTCOME-TABLE.
               05  WS-CO-ENTRY         OCCURS 200 TIMES.
                   10  CO-RESULT       PIC X(01).
                       88  CO-WORKED            VALUE "W".
                       88  CO-FAILED            VALUE "F".
                       88  CO-SKIPPED           VALUE "S".
                   10  CO-CAUSE-CARD   PIC 9(05).

      *----------------------------------------------------------*
      *  IN-CORE COPY OF THE BRCHMAST MASTER, LOADED ONCE AT     *
           77  WS-LOOKUP-FOUND-SW      PIC X VALUE "N".
               88  WS-LOOKUP-FOUND              VALUE "Y".

      *----------------------------------------------------------*
      *  IN-CORE COPY OF THE TRANCODE TYPE CODE MASTER, LOADED   *
      *  ONCE AT INITIALIZE. A MISSING MASTER LEAVES THE TABLE   *
      *  EMPTY, SO EVERY DETAIL IS REJECTED AS AN UNKNOWN TYPE   *
      *  AND A BATCH FILL FAILS - NO MASTER, NO LOAD.             *
      *----------------------------------------------------------*
           01  WS-TRAN-CODE-TABLE.
               05  WS-TC-ENTRY         OCCURS 50 TIMES.
                   10  TCT-CODE        PIC X(01).
                   10  TCT-DESC        PIC X(20).
                   10  TCT-DR-CR       PIC X(01).
                   10  TCT-SIGN        PIC X(01).
                   10  TCT-GL-DEBIT    PIC X(10).
                   10  TCT-GL-CREDIT   PIC X(10).
           77  WS-TC-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-TC-MAX               PIC 9(03) COMP VALUE 50.
           77  WS-TC-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-TC-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-TC-LOOKUP-CODE       PIC X(01) VALUE SPACE.
           77  WS-TRCD-EOF-SW          PIC X VALUE "N".
               88  WS-TRCD-EOF                  VALUE "Y".
           77  WS-TYPE-REJECTS         PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  SUSPENSE CONTROLS - 3400 LEAVES THE REASON CODE FOR     *
      *  EVERY REJECT, AND THE ITEM SEQUENCE RUNS FOR THE WHOLE  *
      *  RUN SO A SECOND FILL UNDER THE SAME BATCH ID NEVER      *
      *  REUSES A SUSPENSE KEY.                                   *
      *----------------------------------------------------------*
           77  WS-REJECT-REASON-CODE   PIC X(02) VALUE SPACES.
           77  WS-SUSP-SEQ             PIC 9(05) COMP VALUE ZERO.
           77  WS-SUSP-COUNT           PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  CROSS-NIGHT RESUBMISSION CHECK. EVERY VALID DETAIL IS   *
      *  LOOKED UP ON TRANHIST BY ACCOUNT, TYPE AND AMOUNT - A   *
      *  MATCH LOADED ON AN EARLIER NIGHT, OR TONIGHT FROM A     *
      *  DIFFERENT EXTRACT, MAKES IT A SUSPECT. THE SAME EXTRACT *
      *  LOADED AGAIN TONIGHT (A RERUN OR A RESTART) IS NOT A    *
      *  SUSPECT, AND REPEATS INSIDE ONE EXTRACT ARE LEFT TO THE *
      *  DUPLICATE CHECK AND PURGE OPTIONS. A SUSPECT IS HELD    *
      *  OUT OF THE ARRAY UNLESS ONE OF TONIGHT'S DUPOVRD CARDS  *
      *  RELEASES IT. HELD ITEMS ARE REAL DETAILS OF THE         *
      *  EXTRACT, SO THEY STAY IN ITS TRAILER BALANCE THROUGH    *
      *  THE HELD COUNT, HASH AND VALUE.                          *
      *----------------------------------------------------------*
           01  WS-DUP-OVERRIDE-TABLE.
               05  WS-DO-ENTRY         OCCURS 100 TIMES.
                   10  DOT-EXTRACT     PIC X(08).
                   10  DOT-ACCT-NO-X   PIC X(06).
                   10  DOT-OPERATOR    PIC X(08).
           77  WS-DO-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-DO-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-DO-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-DO-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-DO-OPER-HIT          PIC 9(03) COMP VALUE ZERO.
           77  WS-DO-REJECTS           PIC 9(05) COMP VALUE ZERO.
           77  WS-DO-REFUSAL           PIC X(30) VALUE SPACES.
           77  WS-DOVR-EOF-SW          PIC X VALUE "N".
               88  WS-DOVR-EOF                  VALUE "Y".
           77  WS-FILL-DATE            PIC 9(08) VALUE ZERO.
           77  WS-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
           77  WS-DETAIL-NO            PIC 9(05) COMP VALUE ZERO.
           77  WS-RESUB-SW             PIC X VALUE "N".
               88  WS-RESUB-SUSPECT             VALUE "Y".
           77  WS-HOLD-SW              PIC X VALUE "N".
               88  WS-RESUB-HELD                VALUE "Y".
           77  WS-TH-SCAN-DONE-SW      PIC X VALUE "N".
               88  WS-TH-SCAN-DONE              VALUE "Y".
           77  WS-TH-PRIOR-FILE        PIC X(08) VALUE SPACES.
           77  WS-TH-PRIOR-DATE        PIC 9(08) VALUE ZERO.
           01  WS-TH-PROBE.
               05  WS-THP-ACCT-NO      PIC 9(06).
               05  WS-THP-TRAN-TYPE    PIC X(01).
               05  WS-THP-AMOUNT       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *----------------------------------------------------------*
      *  DETAIL POSITION WITHIN ITS EXTRACT FOR EACH ARRAY SLOT, *
      *  KEPT SO THE EXTRACT'S TRANHIST RECORDS CAN BE WRITTEN   *
      *  FROM THE TABLE ONCE THE EXTRACT HAS BALANCED.            *
      *----------------------------------------------------------*
           01  WS-HIST-DETAIL-TABLE.
               05  HD-DETAIL-NO        OCCURS 50000 TIMES
                                       PIC 9(05) COMP.
           77  WS-HD-FIRST             PIC 9(05) COMP VALUE ZERO.
           77  WS-HD-IDX               PIC 9(05) COMP VALUE ZERO.
           77  WS-FILE-HELD            PIC 9(05) COMP VALUE ZERO.
           77  WS-HELD-HASH            PIC 9(12) COMP VALUE ZERO.
           77  WS-HELD-VALUE           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-GRAND-HELD           PIC 9(07) COMP VALUE ZERO.
           77  WS-GRAND-HELD-VALUE     PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-RS-CHECKED           PIC 9(07) COMP VALUE ZERO.
           77  WS-RS-SUSPECTS          PIC 9(05) COMP VALUE ZERO.
           77  WS-RS-HELD              PIC 9(05) COMP VALUE ZERO.
           77  WS-RS-RELEASED          PIC 9(05) COMP VALUE ZERO.
           77  WS-RS-HELD-VALUE        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-RS-RELEASED-VALUE    PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *----------------------------------------------------------*
      *  GL JOURNAL ACCUMULATORS - ONE SLOT PER 2-DIGIT BRANCH   *
      *  PREFIX (SUBSCRIPT IS PREFIX PLUS ONE) BY TRANCODE TABLE *
      *  POSITION, SO THE JOURNAL COMES OUT IN BRANCH ORDER AND  *
      *  TYPE CODE ORDER WITHOUT A SORT.                          *
      *----------------------------------------------------------*
           01  WS-GL-SUMMARY-TABLE.
               05  WS-GLB-ENTRY        OCCURS 100 TIMES.
                   10  WS-GLT-ENTRY    OCCURS 50 TIMES.
                       15  GLS-COUNT   PIC 9(05) COMP.
                       15  GLS-AMOUNT  PIC S9(11)V99 COMP-3.
           77  WS-GL-BR-SUB            PIC 9(03) COMP VALUE ZERO.
           77  WS-GL-TC-SUB            PIC 9(03) COMP VALUE ZERO.
           77  WS-GL-LEG-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-GL-GROUP-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-GL-UNKNOWN           PIC 9(05) COMP VALUE ZERO.
           77  WS-GL-ITEM-TOTAL        PIC 9(07) COMP VALUE ZERO.
           77  WS-GL-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-GL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-GL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-GL-LEG-ACCT          PIC X(10) VALUE SPACES.
           77  WS-GL-LEG-FLAG          PIC X(01) VALUE SPACE.

      *----------------------------------------------------------*
      *  LARGE-VALUE ALERT THRESHOLDS, RELOADED FROM ALRTPARM    *
      *  EVERY TIME THE OPTION RUNS SO COMPLIANCE'S LATEST       *
      *  FIGURES ALWAYS APPLY. THE ALERT PASS REUSES THE SORTED  *
      *  DUPLICATE-CHECK WORK TABLE TO BRING EACH ACCOUNT'S      *
      *  ITEMS TOGETHER, THEN JUDGES EACH TYPE CODE WITHIN THE   *
      *  ACCOUNT SEPARATELY AGAINST THAT TYPE'S THRESHOLD.        *
      *----------------------------------------------------------*
           01  WS-ALERT-PARM-TABLE.
               05  WS-AP-ENTRY         OCCURS 50 TIMES.
                   10  APT-TYPE        PIC X(01).
                   10  APT-DESC        PIC X(20).
                   10  APT-THRESHOLD   PIC 9(09)V99 COMP-3.
                   10  APT-MIN-ITEMS   PIC 9(02) COMP.
           77  WS-AP-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-AP-MAX               PIC 9(03) COMP VALUE 50.
           77  WS-AP-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-AP-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-AP-REJECTS           PIC 9(05) COMP VALUE ZERO.
           77  WS-AP-LOOKUP-TYPE       PIC X(01) VALUE SPACE.
           77  WS-ALPM-EOF-SW          PIC X VALUE "N".
               88  WS-ALPM-EOF                  VALUE "Y".
           77  WS-AL-GRP-START         PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-GRP-END           PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-MBR               PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-SCAN              PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-SUB               PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-TYPE              PIC X(01) VALUE SPACE.
           77  WS-AL-GRP-DONE-SW       PIC X VALUE "N".
               88  WS-AL-GRP-DONE               VALUE "Y".
           77  WS-AL-FIRST-SW          PIC X VALUE "Y".
               88  WS-AL-FIRST-OF-TYPE          VALUE "Y".
           77  WS-AL-ITEM-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-LARGE-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-SMALL-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-SIZE              PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           77  WS-AL-DAY-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-AL-SMALL-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-AL-KIND              PIC X(23) VALUE SPACES.
           77  WS-AL-SCANNED           PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-UNMONITORED       PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-LARGE-ALERTS      PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-STRUCT-ALERTS     PIC 9(05) COMP VALUE ZERO.
           77  WS-AL-ALERT-COUNT       PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  ONE ACCUMULATOR ENTRY PER REGION SEEN IN THE ARRAY -    *
      *  KEYED LOOKUP, ADDED IN ORDER OF FIRST APPEARANCE.       *
           COPY VRFYFMT.
           COPY BRCHFMT.
           COPY RGNLFMT.
           COPY ALRTFMT.
           COPY DUPSFMT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARRAY-BATCH-ID FROM TIME.
           PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
           PERFORM 1300-LOAD-BRANCHES THRU 1300-EXIT.
           PERFORM 1400-LOAD-TRAN-CODES THRU 1400-EXIT.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-STATUS = "00"
               MOVE "Y" TO WS-BATCH-MODE-SW
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-LOAD-TRAN-CODES                                    *
      *  LOADS THE TRANCODE TYPE CODE MASTER INTO THE IN-CORE    *
      *  TABLE, THE SAME WAY 1100 LOADS OPERMAST. A RECORD WITH  *
      *  A BLANK CODE, A DEBIT/CREDIT FLAG OTHER THAN D OR C, OR *
      *  A SIGN OTHER THAN + OR - IS SKIPPED AND REPORTED, SO    *
      *  ITS TYPE IS REJECTED AT THE FILL RATHER THAN JOURNALED  *
      *  THE WRONG WAY ROUND.                                     *
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
           DISPLAY " LOADED " WS-TC-COUNT " TYPE CODES FROM TRANCODE ".
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
           MOVE TC-DESCRIPTION TO TCT-DESC(WS-TC-COUNT).
           MOVE TC-DR-CR-FLAG TO TCT-DR-CR(WS-TC-COUNT).
           MOVE TC-AMOUNT-SIGN TO TCT-SIGN(WS-TC-COUNT).
           MOVE TC-GL-DEBIT-ACCT TO TCT-GL-DEBIT(WS-TC-COUNT).
           MOVE TC-GL-CREDIT-ACCT TO TCT-GL-CREDIT(WS-TC-COUNT).
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PMENU                                              *
      *  DISPLAYS THE MENU, OBTAINS THE CHOICE (CONSOLE OR        *
           DISPLAY MC-LINE-11.
           DISPLAY MC-LINE-12.
           DISPLAY MC-LINE-13.
           DISPLAY MC-LINE-14.
           DISPLAY MC-LINE-15.
           IF WS-BATCH-MODE
               PERFORM 2100-READ-BATCH-CONTROL THRU 2100-EXIT
               IF WS-BATCH-EOF
               END-IF
               MOVE "N" TO WS-CARD-FAILED-SW
               MOVE SPACES TO WS-FAIL-STATUS
               PERFORM 2600-CHECK-PREDECESSOR THRU 2600-EXIT
               IF WS-CARD-SKIPPED
                   PERFORM 8500-WRITE-BATCH-RESULT THRU 8500-EXIT
                   PERFORM 2400-WRITE-RUN-STATE THRU 2400-EXIT
                   GO TO 2000-EXIT
               END-IF
               IF WS-CARD-FAILED
                   PERFORM 8500-WRITE-BATCH-RESULT THRU 8500-EXIT
                   GO TO 2000-EXIT
               END-IF
           ELSE
               DISPLAY " Choice: " WITH NO ADVANCING
               ACCEPT CHOICE
                                                8800-REGIONAL-ROLLUP
                                                   THRU 8800-EXIT
                                              ELSE
                                               IF CHOICE = 13
                                                PERFORM
                                                 8900-GL-JOURNAL
                                                   THRU 8900-EXIT
                                               ELSE
                                                IF CHOICE = 14
                                                 PERFORM
                                                  9100-VALUE-ALERTS
                                                   THRU 9100-EXIT
                                                ELSE
                                                 DISPLAY
                                    " Invalid Choice. Enter "
                                                 MC-CHOICE-LOW " THRU "
                                                 MC-CHOICE-HIGH "."
                                                 MOVE "Y" TO
                                                   WS-CARD-FAILED-SW
                                                END-IF
                                               END-IF
                                              END-IF
                                             END-IF
                                            END-IF
      *  PICKS UP THE LAST SUCCESSFULLY COMPLETED CARD FROM A    *
      *  PRIOR RUN THAT DIED MID-STREAM. NO FILE, AN EMPTY FILE, *
      *  OR THE ZERO SENTINEL ALL MEAN A NORMAL START FROM CARD  *
      *  ONE. ON A RESTART THE OUTCOMES OF THE CARDS ALREADY     *
      *  DONE ARE RELOADED SO THEIR DEPENDANTS ARE JUDGED AS     *
      *  THE FIRST RUN WOULD HAVE JUDGED THEM.                    *
      *----------------------------------------------------------*
       2300-READ-RUN-STATE.
           MOVE ZERO TO WS-RESUME-CARD.
           MOVE SPACES TO WS-CARD-OUTCOME-TABLE.
           OPEN INPUT RUN-STATE-FILE.
           IF WS-RUNS-STATUS NOT = "00"
               GO TO 2300-EXIT
                   MOVE RS-LAST-CARD TO WS-RESUME-CARD
               END-IF
           END-IF.
           IF WS-RESUME-CARD > ZERO
               MOVE "N" TO WS-RUNS-EOF-SW
               PERFORM 2310-READ-CARD-OUTCOME THRU 2310-EXIT
                   UNTIL WS-RUNS-EOF
           END-IF.
           CLOSE RUN-STATE-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-CARD-OUTCOME.
           READ RUN-STATE-FILE
               AT END
                   MOVE "Y" TO WS-RUNS-EOF-SW
                   GO TO 2310-EXIT
           END-READ.
           IF RSC-CARD-NO IS NOT NUMERIC
               GO TO 2310-EXIT
           END-IF.
           IF RSC-CARD-NO = ZERO OR RSC-CARD-NO > WS-CO-MAX
               GO TO 2310-EXIT
           END-IF.
           MOVE RSC-RESULT TO CO-RESULT(RSC-CARD-NO).
           IF RSC-CAUSE-CARD IS NUMERIC
               MOVE RSC-CAUSE-CARD TO CO-CAUSE-CARD(RSC-CARD-NO)
           ELSE
               MOVE ZERO TO CO-CAUSE-CARD(RSC-CARD-NO)
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-WRITE-RUN-STATE                                    *
      *  RECORDS THE CARD JUST COMPLETED. A STATE-WRITE FAILURE  *
      *  DOES NOT FAIL THE CARD ITSELF - THE WORK WAS DONE - BUT *
      *  IT IS REPORTED SO OPS KNOWS THE RESTART POINT IS STALE. *
      *  EVERY CARD OUTCOME SO FAR FOLLOWS THE FIRST RECORD.      *
      *----------------------------------------------------------*
       2400-WRITE-RUN-STATE.
           OPEN OUTPUT RUN-STATE-FILE.
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-RUN-TIME FROM TIME.
           WRITE RUN-STATE-RECORD.
           MOVE WS-CARD-NUMBER TO WS-CO-LAST.
           IF WS-CO-LAST > WS-CO-MAX
               MOVE WS-CO-MAX TO WS-CO-LAST
           END-IF.
           PERFORM 2410-WRITE-CARD-OUTCOME THRU 2410-EXIT
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-LAST.
           CLOSE RUN-STATE-FILE.
       2400-EXIT.
           EXIT.

       2410-WRITE-CARD-OUTCOME.
           IF CO-RESULT(WS-CO-IDX) = SPACE
               GO TO 2410-EXIT
           END-IF.
           MOVE SPACES TO RUN-STATE-CARD-RECORD.
           MOVE WS-CO-IDX TO RSC-CARD-NO.
           MOVE CO-RESULT(WS-CO-IDX) TO RSC-RESULT.
           MOVE ZERO TO RSC-CAUSE-CARD.
           IF CO-SKIPPED(WS-CO-IDX)
               MOVE CO-CAUSE-CARD(WS-CO-IDX) TO RSC-CAUSE-CARD
           END-IF.
           WRITE RUN-STATE-CARD-RECORD.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-CLEAR-RUN-STATE                                    *
      *  WRITES THE ZERO-COUNT SENTINEL ONCE THE CARD STREAM     *
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-CHECK-PREDECESSOR                                  *
      *  A CARD WITH NO PREDECESSOR, A CONDITION OF A (ALWAYS),  *
      *  OR THE EXIT CHOICE RUNS AS EVERY CARD ALWAYS DID. OTHER-*
      *  WISE IT RUNS ONLY IF ITS PREDECESSOR WORKED. A FAILED   *
      *  PREDECESSOR SKIPS IT; A SKIPPED ONE SKIPS IT TOO, AND   *
      *  THE SKIP CARRIES THE SAME FAILED CARD SO THE LOG POINTS *
      *  AT THE ROOT CAUSE. A PREDECESSOR THAT IS NOT AN EARLIER *
      *  CARD IS A BAD CARD AND FAILS. ONE WHOSE OUTCOME WAS     *
      *  NEVER RECORDED (BEYOND THE TABLE, OR A RUNSTATE WRITTEN *
      *  BEFORE OUTCOMES WERE KEPT) CANNOT BE JUDGED AND THE     *
      *  CARD RUNS, WITH A WARNING.                               *
      *----------------------------------------------------------*
       2600-CHECK-PREDECESSOR.
           MOVE "N" TO WS-CARD-SKIPPED-SW.
           MOVE ZERO TO WS-SKIP-CAUSE-CARD.
           IF CHOICE = MC-EXIT-VALUE
               GO TO 2600-EXIT
           END-IF.
           IF BC-PRED-CARD IS NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
           IF BC-PRED-CARD = ZERO OR BC-RUN-ALWAYS
               GO TO 2600-EXIT
           END-IF.
           MOVE BC-PRED-CARD TO WS-PRED-CARD.
           IF WS-PRED-CARD NOT < WS-CARD-NUMBER
               DISPLAY " CARD " WS-CARD-NUMBER " NAMES PREDECESSOR "
                   "CARD " WS-PRED-CARD " - NOT AN EARLIER CARD "
               MOVE "Y" TO WS-CARD-FAILED-SW
               GO TO 2600-EXIT
           END-IF.
           IF WS-PRED-CARD > WS-CO-MAX
               DISPLAY " OUTCOME OF CARD " WS-PRED-CARD
                   " NOT KEPT - CARD " WS-CARD-NUMBER " RUNS "
               GO TO 2600-EXIT
           END-IF.
           IF CO-WORKED(WS-PRED-CARD)
               GO TO 2600-EXIT
           END-IF.
           IF CO-FAILED(WS-PRED-CARD)
               MOVE "Y" TO WS-CARD-SKIPPED-SW
               MOVE WS-PRED-CARD TO WS-SKIP-CAUSE-CARD
           ELSE
               IF CO-SKIPPED(WS-PRED-CARD)
                   MOVE "Y" TO WS-CARD-SKIPPED-SW
                   MOVE CO-CAUSE-CARD(WS-PRED-CARD)
                       TO WS-SKIP-CAUSE-CARD
               ELSE
                   DISPLAY " OUTCOME OF CARD " WS-PRED-CARD
                       " NOT KNOWN - CARD " WS-CARD-NUMBER " RUNS "
               END-IF
           END-IF.
           IF WS-CARD-SKIPPED
               DISPLAY " SKIPPING CARD " WS-CARD-NUMBER
                   " - PREDECESSOR CARD " WS-PRED-CARD
                   " DID NOT WORK (CARD " WS-SKIP-CAUSE-CARD
                   " FAILED) "
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-FILL-ARRAY  (OPTION 1)                             *
      *  LOADS THE ARRAY TABLE FROM THE SET OF PER-BRANCH        *
      *  TRAILER, WITH A PER-FILE LINE IN THE LOAD SUMMARY, AND  *
      *  THE GRAND TOTAL IS PROVED ACROSS THE WHOLE SET. WHEN    *
      *  NO MANIFEST EXISTS THE FILL FALLS BACK TO THE SINGLE    *
      *  ARRAYIN EXTRACT, AS BEFORE. TRANHIST AND THE DUPSRPT    *
      *  GENERATION ARE OPENED ALONGSIDE SUSPENSE - A FILL THAT  *
      *  CANNOT CHECK FOR RESUBMISSIONS DOES NOT START.           *
      *----------------------------------------------------------*
       3000-FILL-ARRAY.
           MOVE ZERO TO ARRAY-COUNT.
           MOVE ZERO TO ARRAY-REJECT-COUNT.
           MOVE ZERO TO WS-TYPE-REJECTS.
           MOVE ZERO TO WS-SUSP-COUNT.
           MOVE "Y" TO WS-ALL-BALANCED-SW.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN SUSPENSE - STATUS "
                   WS-SUSP-STATUS " - FILL NOT STARTED "
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-SUSP-STATUS TO WS-FAIL-STATUS
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-FILL-DATE FROM DATE YYYYMMDD.
           OPEN I-O TRAN-HISTORY-FILE.
           IF WS-THST-STATUS = "35"
               OPEN OUTPUT TRAN-HISTORY-FILE
               CLOSE TRAN-HISTORY-FILE
               OPEN I-O TRAN-HISTORY-FILE
           END-IF.
           IF WS-THST-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN TRANHIST - STATUS "
                   WS-THST-STATUS " - FILL NOT STARTED "
               CLOSE SUSPENSE-FILE
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-THST-STATUS TO WS-FAIL-STATUS
               GO TO 3000-EXIT
           END-IF.
           MOVE "DUPS" TO WS-GFN-TYPE.
           PERFORM 8600-BUILD-GEN-NAME THRU 8600-EXIT.
           MOVE WS-GEN-FILE-NAME TO WS-DUPS-GEN-NAME.
           OPEN OUTPUT DUP-SUBMIT-REPORT-FILE.
           IF WS-DUPS-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN " WS-DUPS-GEN-NAME
                   " - STATUS " WS-DUPS-STATUS " - FILL NOT STARTED "
               CLOSE SUSPENSE-FILE
               CLOSE TRAN-HISTORY-FILE
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-DUPS-STATUS TO WS-FAIL-STATUS
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-RS-CHECKED.
           MOVE ZERO TO WS-RS-SUSPECTS.
           MOVE ZERO TO WS-RS-HELD.
           MOVE ZERO TO WS-RS-RELEASED.
           MOVE ZERO TO WS-RS-HELD-VALUE.
           MOVE ZERO TO WS-RS-RELEASED-VALUE.
           MOVE ZERO TO WS-GRAND-HELD.
           MOVE ZERO TO WS-GRAND-HELD-VALUE.
           PERFORM 3010-LOAD-OVERRIDES THRU 3010-EXIT.
           PERFORM 3060-WRITE-DUPS-HEADER THRU 3060-EXIT.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE ZERO TO WS-GRAND-LOADED.
           MOVE ZERO TO WS-GRAND-EXPECTED.
               PERFORM 3050-FILL-ONE-FILE THRU 3050-EXIT
               MOVE "ARRAYIN" TO ARRAY-SOURCE-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE TRAN-HISTORY-FILE.
           PERFORM 3900-WRITE-DUPS-TOTALS THRU 3900-EXIT.
           CLOSE DUP-SUBMIT-REPORT-FILE.
           MOVE WS-RS-SUSPECTS TO WS-CAT-COUNT.
           PERFORM 8650-WRITE-CATALOG THRU 8650-EXIT.
           DISPLAY " LOADED " ARRAY-COUNT " ELEMENTS FROM "
               WS-FILE-COUNT " FILES, REJECTED "
               ARRAY-REJECT-COUNT " VALUES ".
           DISPLAY " " WS-SUSP-COUNT " ITEMS WRITTEN TO SUSPENSE ".
           DISPLAY " " WS-RS-SUSPECTS " SUSPECTED RESUBMISSIONS - "
               WS-RS-HELD " HELD, " WS-RS-RELEASED
               " RELEASED BY OVERRIDE - SEE " WS-DUPS-GEN-NAME.
           IF WS-GRAND-LOADED NOT = ARRAY-COUNT
               MOVE "N" TO WS-ALL-BALANCED-SW
               DISPLAY " GRAND TOTAL " WS-GRAND-LOADED
                   " DOES NOT TIE TO ARRAY COUNT " ARRAY-COUNT
           END-IF.
           IF WS-GRAND-VALUE + WS-GRAND-HELD-VALUE
                   NOT = WS-GRAND-EXP-VALUE
               MOVE "N" TO WS-ALL-BALANCED-SW
               MOVE WS-GRAND-VALUE TO WS-GRAND-EDIT
               DISPLAY " GRAND VALUE OUT OF BALANCE - LOADED "
               MOVE WS-GRAND-EXP-VALUE TO WS-GRAND-EDIT
               DISPLAY " EXPECTED " WS-GRAND-EDIT
           END-IF.
           IF WS-TYPE-REJECTS > ZERO
               MOVE "N" TO WS-ALL-BALANCED-SW
               DISPLAY " " WS-TYPE-REJECTS
                   " DETAILS CARRIED A TYPE CODE NOT ON TRANCODE "
           END-IF.
           IF WS-ALL-IN-BALANCE
               MOVE WS-GRAND-VALUE TO WS-GRAND-EDIT
               DISPLAY " ALL FILES IN BALANCE - GRAND EXPECTED "
                   WS-GRAND-EXPECTED " LOADED " WS-GRAND-LOADED
                   " HELD " WS-GRAND-HELD " VALUE " WS-GRAND-EDIT
           ELSE
               DISPLAY " ONE OR MORE FILES OUT OF BALANCE "
               IF WS-BATCH-MODE
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3010-LOAD-OVERRIDES                                     *
      *  LOADS TONIGHT'S DUPOVRD CARDS. A CARD DATED FOR ANOTHER *
      *  NIGHT IS PASSED OVER; ONE WITH NO EXTRACT NAME, A BAD   *
      *  ACCOUNT, OR AN OPERATOR WHO IS NOT ACTIVE ON OPERMAST   *
      *  WITH FILL AUTHORITY IS REFUSED AND COUNTED ON DUPSRPT.  *
      *  NO DUPOVRD FILE MEANS EVERY SUSPECT IS HELD.             *
      *----------------------------------------------------------*
       3010-LOAD-OVERRIDES.
           MOVE ZERO TO WS-DO-COUNT.
           MOVE ZERO TO WS-DO-REJECTS.
           OPEN INPUT DUP-OVERRIDE-FILE.
           IF WS-DOVR-STATUS NOT = "00"
               DISPLAY " NO DUPOVRD CARDS - EVERY SUSPECTED "
                   "RESUBMISSION WILL BE HELD "
               GO TO 3010-EXIT
           END-IF.
           MOVE "N" TO WS-DOVR-EOF-SW.
           PERFORM 3015-LOAD-ONE-OVERRIDE THRU 3015-EXIT
               UNTIL WS-DOVR-EOF.
           CLOSE DUP-OVERRIDE-FILE.
           DISPLAY " " WS-DO-COUNT " DUPOVRD OVERRIDES APPLY TONIGHT, "
               WS-DO-REJECTS " REFUSED ".
       3010-EXIT.
           EXIT.

       3015-LOAD-ONE-OVERRIDE.
           READ DUP-OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS-DOVR-EOF-SW
                   GO TO 3015-EXIT
           END-READ.
           IF DO-RUN-DATE-X IS NOT NUMERIC
               MOVE "RUN DATE NOT NUMERIC" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           IF DO-RUN-DATE NOT = WS-FILL-DATE
               GO TO 3015-EXIT
           END-IF.
           IF DO-EXTRACT-FILE = SPACES
               MOVE "NO EXTRACT NAMED" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           IF DO-ACCT-NO-X NOT = SPACES
                   AND DO-ACCT-NO-X IS NOT NUMERIC
               MOVE "ACCOUNT NOT NUMERIC" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           MOVE ZERO TO WS-DO-OPER-HIT.
           PERFORM 3018-MATCH-OVERRIDE-OPER THRU 3018-EXIT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT.
           IF WS-DO-OPER-HIT = ZERO
               MOVE "OPERATOR NOT ON OPERMAST" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           IF OT-ACTIVE-FLAG(WS-DO-OPER-HIT) NOT = "A"
                   OR OT-AUTH(WS-DO-OPER-HIT, 1) NOT = "Y"
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           IF WS-DO-COUNT = WS-DO-MAX
               MOVE "OVERRIDE TABLE FULL" TO WS-DO-REFUSAL
               GO TO 3015-REFUSE
           END-IF.
           ADD 1 TO WS-DO-COUNT.
           MOVE DO-EXTRACT-FILE TO DOT-EXTRACT(WS-DO-COUNT).
           MOVE DO-ACCT-NO-X TO DOT-ACCT-NO-X(WS-DO-COUNT).
           MOVE DO-OPERATOR-ID TO DOT-OPERATOR(WS-DO-COUNT).
           DISPLAY " OVERRIDE BY " DO-OPERATOR-ID " RELEASES "
               DO-EXTRACT-FILE " " DO-ACCT-NO-X " - " DO-REASON.
           GO TO 3015-EXIT.
       3015-REFUSE.
           ADD 1 TO WS-DO-REJECTS.
           DISPLAY " DUPOVRD CARD REFUSED - " WS-DO-REFUSAL " - "
               DO-EXTRACT-FILE " " DO-ACCT-NO-X " " DO-OPERATOR-ID.
       3015-EXIT.
           EXIT.

       3018-MATCH-OVERRIDE-OPER.
           IF OT-ID(WS-OT-IDX) = DO-OPERATOR-ID
               MOVE WS-OT-IDX TO WS-DO-OPER-HIT
           END-IF.
       3018-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3020-READ-MANIFEST                                      *
      *----------------------------------------------------------*
           MOVE ZERO TO WS-FILE-REJECTS.
           MOVE ZERO TO WS-LOAD-HASH.
           MOVE ZERO TO WS-LOAD-VALUE.
           MOVE ZERO TO WS-FILE-HELD.
           MOVE ZERO TO WS-HELD-HASH.
           MOVE ZERO TO WS-HELD-VALUE.
           MOVE ZERO TO WS-DETAIL-NO.
           MOVE ZERO TO WS-EXTRACT-DATE.
           MOVE ZERO TO WS-TRL-EXPECTED-COUNT.
           MOVE ZERO TO WS-TRL-HASH.
           MOVE ZERO TO WS-TRL-VALUE.
           IF WS-EOF
               PERFORM 3600-CLEAR-CHECKPOINT THRU 3600-EXIT
               PERFORM 3800-BALANCE-LOAD THRU 3800-EXIT
               IF WS-LOAD-IN-BALANCE
                   PERFORM 3850-WRITE-FILE-HISTORY THRU 3850-EXIT
               END-IF
           ELSE
               PERFORM 3500-WRITE-CHECKPOINT THRU 3500-EXIT
               MOVE "N" TO WS-BALANCED-SW
           ADD WS-TRL-EXPECTED-COUNT TO WS-GRAND-EXPECTED.
           ADD WS-LOAD-VALUE TO WS-GRAND-VALUE.
           ADD WS-TRL-VALUE TO WS-GRAND-EXP-VALUE.
           ADD WS-FILE-HELD TO WS-GRAND-HELD.
           ADD WS-HELD-VALUE TO WS-GRAND-HELD-VALUE.
           IF WS-LOAD-IN-BALANCE
               DISPLAY " FILE " WS-EXTRACT-NAME " LOADED "
                   WS-FILE-LOADED " REJECTED " WS-FILE-REJECTS
                   " HELD " WS-FILE-HELD " - IN BALANCE "
           ELSE
               MOVE "N" TO WS-ALL-BALANCED-SW
               DISPLAY " FILE " WS-EXTRACT-NAME " LOADED "
                   WS-FILE-LOADED " REJECTED " WS-FILE-REJECTS
                   " HELD " WS-FILE-HELD " - OUT OF BALANCE "
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3060-WRITE-DUPS-HEADER                                  *
      *----------------------------------------------------------*
       3060-WRITE-DUPS-HEADER.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "SUSPECTED RESUBMITS" TO DS-HDR-LABEL.
           MOVE WS-FILL-DATE TO DS-HDR-RUN-DATE.
           MOVE "BATCH: " TO DS-HDR-BATCH-LBL.
           MOVE ARRAY-BATCH-ID TO DS-HDR-BATCH-ID.
           MOVE "OVERRIDE CARDS: " TO DS-HDR-OVR-LBL.
           MOVE WS-DO-COUNT TO DS-HDR-OVR-COUNT.
           MOVE DS-HEADER-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-SKIP-LOADED-RECORDS                                *
      *  ON A RESTART, REPLAYS THE RECORDS ALREADY LOADED FROM    *
      *  3300-LOAD-ARRAY-ELEMENT COUNTS ONLY VALID ELEMENTS       *
      *  LOADED - SO A RECORD REJECTED BEFORE THE CHECKPOINT DOES *
      *  NOT CONSUME A TABLE SLOT OR THROW OFF THE REPLAY COUNT.  *
      *  A RECORD REJECTED BEFORE THE CHECKPOINT WAS ALREADY      *
      *  SUSPENDED BY THE INTERRUPTED RUN, SO THE REPLAY DOES NOT *
      *  SUSPEND IT A SECOND TIME. THE SAME GOES FOR A DETAIL     *
      *  HELD AS A SUSPECTED RESUBMISSION - IT IS CHECKED AGAIN   *
      *  SO IT STAYS OUT OF THE TABLE AND IN THE BALANCE, BUT IS  *
      *  NOT SUSPENDED TWICE. THE INTERRUPTED RUN NEVER WROTE     *
      *  HISTORY FOR THIS EXTRACT - THAT WAITS FOR THE BALANCE -  *
      *  SO THE REPLAYED DETAILS ARE RECORDED WITH THE REST.      *
      *----------------------------------------------------------*
       3100-SKIP-LOADED-RECORDS.
           MOVE ZERO TO WS-REPLAY-COUNT.
               IF AIH-HEADER-REC OR AIT-TRAILER-REC
                   PERFORM 3700-PROCESS-CONTROL-RECORD THRU 3700-EXIT
               ELSE
                   ADD 1 TO WS-DETAIL-NO
                   PERFORM 3400-VALIDATE-ELEMENT THRU 3400-EXIT
                   IF WS-ELEMENT-VALID
                       PERFORM 3460-CHECK-HISTORY THRU 3460-EXIT
                   END-IF
                   IF WS-ELEMENT-VALID AND WS-RESUB-HELD
                       PERFORM 3480-COUNT-HELD THRU 3480-EXIT
                   END-IF
                   IF WS-ELEMENT-VALID AND NOT WS-RESUB-HELD
                       ADD 1 TO WS-REPLAY-COUNT
                       ADD 1 TO ARRAY-COUNT
                       ADD 1 TO WS-FILE-LOADED
                           TO ARRAY-AMOUNT(ARRAY-COUNT)
                       ADD WS-ACCT-NO-NUM TO WS-LOAD-HASH
                       ADD AI-AMOUNT TO WS-LOAD-VALUE
                       MOVE WS-DETAIL-NO
                           TO HD-DETAIL-NO(ARRAY-COUNT)
                   END-IF
                   IF WS-ELEMENT-INVALID
                       ADD 1 TO ARRAY-REJECT-COUNT
                       ADD 1 TO WS-FILE-REJECTS
                   END-IF
      *  CHECKPOINT EVERY ARRAY-CKPT-INTERVAL ELEMENTS, THEN      *
      *  READS THE NEXT RECORD. HEADER AND TRAILER CONTROL        *
      *  RECORDS ARE CAPTURED FOR THE END-OF-LOAD BALANCE AND     *
      *  NEVER CONSUME A TABLE SLOT. A VALID DETAIL HELD AS A     *
      *  SUSPECTED RESUBMISSION IS SUSPENDED UNDER REASON 07      *
      *  INSTEAD OF LOADED; EVERY DETAIL THAT IS LOADED GOES ON   *
      *  TRANHIST ONCE ITS EXTRACT BALANCES (3850).               *
      *----------------------------------------------------------*
       3300-LOAD-ARRAY-ELEMENT.
           IF AIH-HEADER-REC OR AIT-TRAILER-REC
               PERFORM 3700-PROCESS-CONTROL-RECORD THRU 3700-EXIT
               GO TO 3300-READ-NEXT
           END-IF.
           ADD 1 TO WS-DETAIL-NO.
           PERFORM 3400-VALIDATE-ELEMENT THRU 3400-EXIT.
           IF WS-ELEMENT-VALID
               PERFORM 3460-CHECK-HISTORY THRU 3460-EXIT
           END-IF.
           IF WS-ELEMENT-VALID AND WS-RESUB-HELD
               PERFORM 3480-COUNT-HELD THRU 3480-EXIT
               MOVE "07" TO WS-REJECT-REASON-CODE
               PERFORM 3450-WRITE-SUSPENSE THRU 3450-EXIT
               GO TO 3300-READ-NEXT
           END-IF.
           IF WS-ELEMENT-VALID
               ADD 1 TO ARRAY-COUNT
               ADD 1 TO WS-FILE-LOADED
               MOVE AI-AMOUNT TO ARRAY-AMOUNT(ARRAY-COUNT)
               ADD WS-ACCT-NO-NUM TO WS-LOAD-HASH
               ADD AI-AMOUNT TO WS-LOAD-VALUE
               MOVE WS-DETAIL-NO TO HD-DETAIL-NO(ARRAY-COUNT)
               DIVIDE WS-FILE-LOADED BY ARRAY-CKPT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER
               IF WS-CKPT-REMAINDER = ZERO
           ELSE
               ADD 1 TO ARRAY-REJECT-COUNT
               ADD 1 TO WS-FILE-REJECTS
               PERFORM 3450-WRITE-SUSPENSE THRU 3450-EXIT
           END-IF.
       3300-READ-NEXT.
           PERFORM 3200-READ-ARRAY-RECORD THRU 3200-EXIT.
      *----------------------------------------------------------*
      *  3400-VALIDATE-ELEMENT                                   *
      *  REJECTS AND REPORTS NON-NUMERIC OR OUT-OF-RANGE INPUT,   *
      *  A NON-NUMERIC AMOUNT, A MISSING TYPE CODE, A TYPE CODE   *
      *  NOT ON TRANCODE, OR AN AMOUNT WHOSE SIGN DISAGREES WITH  *
      *  ITS TYPE. UNKNOWN TYPES ARE COUNTED SEPARATELY - ONE IS  *
      *  ENOUGH TO FAIL A BATCH FILL IN 3000-FILL-ARRAY.          *
      *----------------------------------------------------------*
       3400-VALIDATE-ELEMENT.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           IF AI-ACCT-NO-X IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "01" TO WS-REJECT-REASON-CODE
               DISPLAY " REJECTED - NON-NUMERIC VALUE: "
                   AI-ACCT-NO-X
               GO TO 3400-EXIT
           IF WS-ACCT-NO-NUM < ARRAY-ACCT-LOW
                   OR WS-ACCT-NO-NUM > ARRAY-ACCT-HIGH
               MOVE "N" TO WS-VALID-SW
               MOVE "02" TO WS-REJECT-REASON-CODE
               DISPLAY " REJECTED - OUT OF RANGE: " WS-ACCT-NO-NUM
               GO TO 3400-EXIT
           END-IF.
           IF AI-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
               MOVE "03" TO WS-REJECT-REASON-CODE
               DISPLAY " REJECTED - NON-NUMERIC AMOUNT ON "
                   WS-ACCT-NO-NUM
               GO TO 3400-EXIT
           END-IF.
           IF AI-TRAN-TYPE = SPACE
               MOVE "N" TO WS-VALID-SW
               MOVE "04" TO WS-REJECT-REASON-CODE
               DISPLAY " REJECTED - MISSING TYPE CODE ON "
                   WS-ACCT-NO-NUM
               GO TO 3400-EXIT
           END-IF.
           MOVE AI-TRAN-TYPE TO WS-TC-LOOKUP-CODE.
           PERFORM 8770-LOOKUP-TRAN-CODE THRU 8770-EXIT.
           IF WS-TC-HIT = ZERO
               MOVE "N" TO WS-VALID-SW
               MOVE "05" TO WS-REJECT-REASON-CODE
               ADD 1 TO WS-TYPE-REJECTS
               DISPLAY " REJECTED - UNKNOWN TYPE CODE " AI-TRAN-TYPE
                   " ON " WS-ACCT-NO-NUM
               GO TO 3400-EXIT
           END-IF.
           IF (TCT-SIGN(WS-TC-HIT) = "+" AND AI-AMOUNT < ZERO)
                   OR (TCT-SIGN(WS-TC-HIT) = "-" AND AI-AMOUNT > ZERO)
               MOVE "N" TO WS-VALID-SW
               MOVE "06" TO WS-REJECT-REASON-CODE
               DISPLAY " REJECTED - WRONG SIGN FOR TYPE "
                   AI-TRAN-TYPE " ON " WS-ACCT-NO-NUM
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3450-WRITE-SUSPENSE                                     *
      *  APPENDS THE REJECTED DETAIL, AS RECEIVED, TO THE        *
      *  SUSPENSE FILE UNDER THE NEXT ITEM KEY. A SUSPENSE WRITE *
      *  FAILURE FAILS THE CARD - A REJECT THAT CANNOT BE        *
      *  SUSPENDED WOULD BE LOST.                                 *
      *----------------------------------------------------------*
       3450-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSP-SEQ.
           MOVE SPACES TO SUSPENSE-RECORD.
           ACCEPT SU-SUSPEND-DATE FROM DATE YYYYMMDD.
           MOVE ARRAY-BATCH-ID TO SU-BATCH-ID.
           MOVE WS-SUSP-SEQ TO SU-ITEM-SEQ.
           MOVE WS-EXTRACT-NAME TO SU-SOURCE-FILE.
           MOVE WS-REJECT-REASON-CODE TO SU-REASON-CODE.
           MOVE "O" TO SU-STATUS.
           MOVE AI-ACCT-NO-X TO SU-ACCT-NO-X.
           MOVE AI-TRAN-TYPE TO SU-TRAN-TYPE.
           MOVE ARRAY-IN-RECORD(8:12) TO SU-AMOUNT-X.
           MOVE ZERO TO SU-ACTION-DATE.
           WRITE SUSPENSE-RECORD.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE SUSPENSE - STATUS "
                   WS-SUSP-STATUS " - REJECT ON " AI-ACCT-NO-X
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-SUSP-STATUS TO WS-FAIL-STATUS
               MOVE "N" TO WS-ALL-BALANCED-SW
               GO TO 3450-EXIT
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3460-CHECK-HISTORY                                      *
      *  LOOKS THE CURRENT DETAIL UP ON TRANHIST. EVERY EARLIER  *
      *  LOAD OF THE SAME ACCOUNT, TYPE AND AMOUNT SITS UNDER    *
      *  ONE KEY PREFIX, SO ONE START AND A SHORT READ-NEXT RUN  *
      *  SEE THEM ALL. A SUSPECT IS RELEASED WHEN TONIGHT'S      *
      *  OVERRIDE CARDS COVER IT AND HELD OTHERWISE - EITHER WAY *
      *  IT IS LISTED ON DUPSRPT.                                 *
      *----------------------------------------------------------*
       3460-CHECK-HISTORY.
           MOVE "N" TO WS-RESUB-SW.
           MOVE "N" TO WS-HOLD-SW.
           ADD 1 TO WS-RS-CHECKED.
           MOVE WS-ACCT-NO-NUM TO WS-THP-ACCT-NO.
           MOVE AI-TRAN-TYPE TO WS-THP-TRAN-TYPE.
           MOVE AI-AMOUNT TO WS-THP-AMOUNT.
           MOVE WS-TH-PROBE TO TH-ITEM-KEY.
           MOVE ZERO TO TH-LOAD-DATE.
           MOVE LOW-VALUES TO TH-SOURCE-FILE.
           MOVE ZERO TO TH-DETAIL-NO.
           MOVE "N" TO WS-TH-SCAN-DONE-SW.
           START TRAN-HISTORY-FILE
               KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TH-SCAN-DONE-SW
           END-START.
           PERFORM 3465-SCAN-HISTORY THRU 3465-EXIT
               UNTIL WS-TH-SCAN-DONE.
           IF NOT WS-RESUB-SUSPECT
               GO TO 3460-EXIT
           END-IF.
           ADD 1 TO WS-RS-SUSPECTS.
           MOVE ZERO TO WS-DO-HIT.
           PERFORM 3470-MATCH-OVERRIDE THRU 3470-EXIT
               VARYING WS-DO-IDX FROM 1 BY 1
               UNTIL WS-DO-IDX > WS-DO-COUNT OR WS-DO-HIT > ZERO.
           IF WS-DO-HIT > ZERO
               ADD 1 TO WS-RS-RELEASED
               ADD AI-AMOUNT TO WS-RS-RELEASED-VALUE
           ELSE
               MOVE "Y" TO WS-HOLD-SW
               ADD 1 TO WS-RS-HELD
               ADD AI-AMOUNT TO WS-RS-HELD-VALUE
               DISPLAY " HELD - SUSPECTED RESUBMISSION " AI-ACCT-NO-X
                   " ON " WS-EXTRACT-NAME " MATCHES "
                   WS-TH-PRIOR-FILE " " WS-TH-PRIOR-DATE
           END-IF.
           PERFORM 3490-WRITE-DUPS-LINE THRU 3490-EXIT.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3465-SCAN-HISTORY                                       *
      *  ONLY A LOAD ON AN EARLIER NIGHT, OR TONIGHT FROM A      *
      *  DIFFERENT EXTRACT, MAKES THE DETAIL A SUSPECT - TONIGHT *
      *  FROM THE SAME EXTRACT IS A RERUN OR A RESTART.           *
      *----------------------------------------------------------*
       3465-SCAN-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TH-SCAN-DONE-SW
                   GO TO 3465-EXIT
           END-READ.
           IF WS-THST-STATUS NOT = "00"
                   OR TH-ITEM-KEY NOT = WS-TH-PROBE
               MOVE "Y" TO WS-TH-SCAN-DONE-SW
               GO TO 3465-EXIT
           END-IF.
           IF TH-LOAD-DATE < WS-FILL-DATE
                   OR TH-SOURCE-FILE NOT = WS-EXTRACT-NAME
               MOVE "Y" TO WS-RESUB-SW
               MOVE TH-SOURCE-FILE TO WS-TH-PRIOR-FILE
               MOVE TH-LOAD-DATE TO WS-TH-PRIOR-DATE
               MOVE "Y" TO WS-TH-SCAN-DONE-SW
           END-IF.
       3465-EXIT.
           EXIT.

       3470-MATCH-OVERRIDE.
           IF DOT-EXTRACT(WS-DO-IDX) = WS-EXTRACT-NAME
               IF DOT-ACCT-NO-X(WS-DO-IDX) = SPACES
                       OR DOT-ACCT-NO-X(WS-DO-IDX) = AI-ACCT-NO-X
                   MOVE WS-DO-IDX TO WS-DO-HIT
               END-IF
           END-IF.
       3470-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3480-COUNT-HELD                                         *
      *  A HELD DETAIL IS STILL PART OF WHAT THE BRANCH SENT, SO *
      *  IT IS CARRIED IN ITS OWN COUNT, HASH AND VALUE FOR THE  *
      *  TRAILER BALANCE IN 3800.                                 *
      *----------------------------------------------------------*
       3480-COUNT-HELD.
           ADD 1 TO WS-FILE-HELD.
           ADD WS-ACCT-NO-NUM TO WS-HELD-HASH.
           ADD AI-AMOUNT TO WS-HELD-VALUE.
       3480-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3485-WRITE-HISTORY                                      *
      *  RECORDS THE DETAIL IN ARRAY SLOT WS-HD-IDX ON TRANHIST  *
      *  UNDER TONIGHT'S DATE, ITS EXTRACT AND ITS POSITION IN   *
      *  THAT EXTRACT. A DUPLICATE KEY MEANS THIS EXTRACT WAS    *
      *  ALREADY LOADED TONIGHT AND THE RECORD IS THERE. ANY     *
      *  OTHER FAILURE FAILS THE CARD - A LOAD THE HISTORY DOES  *
      *  NOT KNOW ABOUT COULD BE RESUBMITTED TOMORROW WITHOUT    *
      *  BEING CAUGHT.                                            *
      *----------------------------------------------------------*
       3485-WRITE-HISTORY.
           MOVE SPACES TO TRAN-HISTORY-RECORD.
           MOVE ARRAY-ACCT-NO(WS-HD-IDX) TO TH-ACCT-NO.
           MOVE ARRAY-TRAN-TYPE(WS-HD-IDX) TO TH-TRAN-TYPE.
           MOVE ARRAY-AMOUNT(WS-HD-IDX) TO TH-AMOUNT.
           MOVE WS-FILL-DATE TO TH-LOAD-DATE.
           MOVE WS-EXTRACT-NAME TO TH-SOURCE-FILE.
           MOVE HD-DETAIL-NO(WS-HD-IDX) TO TH-DETAIL-NO.
           MOVE ARRAY-BATCH-ID TO TH-BATCH-ID.
           MOVE WS-EXTRACT-DATE TO TH-EXTRACT-DATE.
           WRITE TRAN-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-THST-STATUS = "00" OR WS-THST-STATUS = "22"
               GO TO 3485-EXIT
           END-IF.
           DISPLAY " UNABLE TO WRITE TRANHIST - STATUS "
               WS-THST-STATUS " - DETAIL ON " TH-ACCT-NO.
           MOVE "Y" TO WS-CARD-FAILED-SW.
           MOVE WS-THST-STATUS TO WS-FAIL-STATUS.
           MOVE "N" TO WS-ALL-BALANCED-SW.
       3485-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3490-WRITE-DUPS-LINE                                    *
      *----------------------------------------------------------*
       3490-WRITE-DUPS-LINE.
           MOVE SPACES TO DS-HEADER-LINE.
           IF WS-RESUB-HELD
               MOVE "HELD" TO DS-ITM-ACTION
           ELSE
               MOVE "RELEASED" TO DS-ITM-ACTION
               MOVE "OVERRIDE " TO DS-ITM-OVR-LBL
               MOVE DOT-OPERATOR(WS-DO-HIT) TO DS-ITM-OVR-OPER
           END-IF.
           MOVE WS-EXTRACT-NAME TO DS-ITM-SOURCE-FILE.
           MOVE "ITEM " TO DS-ITM-DETAIL-LBL.
           MOVE WS-DETAIL-NO TO DS-ITM-DETAIL-NO.
           MOVE "ACCT " TO DS-ITM-ACCT-LBL.
           MOVE AI-ACCT-NO-X TO DS-ITM-ACCT-NO.
           MOVE "TYPE " TO DS-ITM-TYPE-LBL.
           MOVE AI-TRAN-TYPE TO DS-ITM-TYPE.
           MOVE AI-AMOUNT TO DS-ITM-AMOUNT.
           MOVE "MATCHES " TO DS-ITM-PRIOR-LBL.
           MOVE WS-TH-PRIOR-FILE TO DS-ITM-PRIOR-FILE.
           MOVE WS-TH-PRIOR-DATE TO DS-ITM-PRIOR-DATE.
           MOVE DS-ITEM-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
       3490-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-WRITE-CHECKPOINT                                   *
      *----------------------------------------------------------*
               MOVE "Y" TO WS-HDR-SEEN-SW
               DISPLAY " " WS-EXTRACT-NAME " EXTRACT CREATED "
                   AIH-CREATE-DATE
               IF AIH-CREATE-DATE IS NUMERIC
                   MOVE AIH-CREATE-DATE TO WS-EXTRACT-DATE
               END-IF
               GO TO 3700-EXIT
           END-IF.
           MOVE "Y" TO WS-TRL-SEEN-SW.
      *  RECONCILES THE ELEMENT COUNT, THE ACCUMULATED HASH OF   *
      *  ACCOUNT NUMBERS, AND THE VALUE TOTAL LOADED FROM THE    *
      *  CURRENT EXTRACT AGAINST THAT EXTRACT'S OWN TRAILER.      *
      *  DETAILS HELD AS SUSPECTED RESUBMISSIONS COUNT ON THE     *
      *  LOADED SIDE - THE BRANCH DID SEND THEM.                  *
      *  A MISSING TRAILER MEANS THE EXTRACT WAS TRUNCATED IN     *
      *  TRANSFER AND IS TREATED AS OUT OF BALANCE. THE RUN-     *
      *  LEVEL VERDICT - FAILING A BATCH FILL WHEN ANY FILE IS   *
                   " - LOAD OUT OF BALANCE "
               GO TO 3800-EXIT
           END-IF.
           IF WS-FILE-LOADED + WS-FILE-HELD
                   NOT = WS-TRL-EXPECTED-COUNT
               MOVE "N" TO WS-BALANCED-SW
               DISPLAY " COUNT OUT OF BALANCE - LOADED "
                   WS-FILE-LOADED " HELD " WS-FILE-HELD
                   " EXPECTED " WS-TRL-EXPECTED-COUNT
           END-IF.
           ADD WS-HELD-HASH TO WS-LOAD-HASH.
           IF WS-LOAD-HASH NOT = WS-TRL-HASH
               MOVE "N" TO WS-BALANCED-SW
               DISPLAY " HASH OUT OF BALANCE - COMPUTED " WS-LOAD-HASH
                   " EXPECTED " WS-TRL-HASH
           END-IF.
           IF WS-LOAD-VALUE + WS-HELD-VALUE NOT = WS-TRL-VALUE
               MOVE "N" TO WS-BALANCED-SW
               COMPUTE WS-VALUE-EDIT = WS-LOAD-VALUE + WS-HELD-VALUE
               DISPLAY " VALUE OUT OF BALANCE - COMPUTED "
                   WS-VALUE-EDIT WITH NO ADVANCING
               MOVE WS-TRL-VALUE TO WS-VALUE-EDIT
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3850-WRITE-FILE-HISTORY                                 *
      *  PUTS THE DETAILS JUST LOADED FROM A BALANCED EXTRACT -  *
      *  THE LAST WS-FILE-LOADED SLOTS OF THE TABLE - ON         *
      *  TRANHIST. AN EXTRACT REJECTED OUT OF BALANCE NEVER      *
      *  POSTS, SO NOTHING OF IT IS RECORDED AND ITS CORRECTED   *
      *  RESEND ON A LATER NIGHT IS NOT TAKEN FOR A              *
      *  RESUBMISSION.                                            *
      *----------------------------------------------------------*
       3850-WRITE-FILE-HISTORY.
           COMPUTE WS-HD-FIRST = ARRAY-COUNT - WS-FILE-LOADED + 1.
           PERFORM 3485-WRITE-HISTORY THRU 3485-EXIT
               VARYING WS-HD-IDX FROM WS-HD-FIRST BY 1
               UNTIL WS-HD-IDX > ARRAY-COUNT.
       3850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-WRITE-DUPS-TOTALS                                  *
      *----------------------------------------------------------*
       3900-WRITE-DUPS-TOTALS.
           IF WS-RS-SUSPECTS = ZERO
               MOVE SPACES TO DS-HEADER-LINE
               MOVE "NO SUSPECTED RESUBMISSIONS" TO DS-TOT-LABEL
               MOVE DS-TOTAL-LINE TO DS-LINE
               WRITE DUP-SUBMIT-REPORT-RECORD
           END-IF.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "DETAILS CHECKED:" TO DS-TOT-LABEL.
           MOVE WS-RS-CHECKED TO DS-TOT-COUNT.
           MOVE DS-TOTAL-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "SUSPECTED RESUBMISSIONS:" TO DS-TOT-LABEL.
           MOVE WS-RS-SUSPECTS TO DS-TOT-COUNT.
           MOVE DS-TOTAL-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "HELD OUT OF THE ARRAY:" TO DS-TOT-LABEL.
           MOVE WS-RS-HELD TO DS-TOT-COUNT.
           MOVE "VALUE " TO DS-TOT-VALUE-LBL.
           MOVE WS-RS-HELD-VALUE TO DS-TOT-VALUE.
           MOVE DS-TOTAL-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "RELEASED BY OVERRIDE:" TO DS-TOT-LABEL.
           MOVE WS-RS-RELEASED TO DS-TOT-COUNT.
           MOVE "VALUE " TO DS-TOT-VALUE-LBL.
           MOVE WS-RS-RELEASED-VALUE TO DS-TOT-VALUE.
           MOVE DS-TOTAL-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
           MOVE SPACES TO DS-HEADER-LINE.
           MOVE "OVERRIDE CARDS REFUSED:" TO DS-TOT-LABEL.
           MOVE WS-DO-REJECTS TO DS-TOT-COUNT.
           MOVE DS-TOTAL-LINE TO DS-LINE.
           WRITE DUP-SUBMIT-REPORT-RECORD.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-PRINT-ARRAY  (OPTION 2)                            *
      *----------------------------------------------------------*
           MOVE CHOICE TO AUD-CHOICE.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUD-RESULT TO AUD-RESULT.
           MOVE SPACES TO AUD-ACCT-NO.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG-FILE.
       8000-EXIT.
      *  FOR THE POSTING SYSTEM - A HEADER WITH THE RUN DATE,    *
      *  BATCH ID AND SOURCE FILE, ONE DETAIL PER ACCOUNT WITH   *
      *  ITS SEQUENCE NUMBER, AND A TRAILER WITH THE COUNT.      *
      *  EVERY RECORD IS ALSO COPIED TO THE AOUT DATED           *
      *  GENERATION, WHICH OUTLIVES TOMORROW'S ARRAYOUT FOR THE  *
      *  ACCTINQ INQUIRY AND IS CATALOGED WITH ITS DETAIL COUNT. *
      *----------------------------------------------------------*
       8200-EXPORT-ARRAY.
           IF ARRAY-COUNT = ZERO
               MOVE WS-EXPT-STATUS TO WS-FAIL-STATUS
               GO TO 8200-EXIT
           END-IF.
           MOVE "AOUT" TO WS-GFN-TYPE.
           PERFORM 8600-BUILD-GEN-NAME THRU 8600-EXIT.
           MOVE WS-GEN-FILE-NAME TO WS-AOUT-GEN-NAME.
           OPEN OUTPUT ARRAY-OUT-GEN-FILE.
           IF WS-AOUT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN " WS-AOUT-GEN-NAME
                   " - STATUS " WS-AOUT-STATUS
               CLOSE ARRAY-OUT-FILE
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-AOUT-STATUS TO WS-FAIL-STATUS
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8210-WRITE-EXPT-HEADER THRU 8210-EXIT.
           PERFORM 8220-WRITE-ONE-EXPORT THRU 8220-EXIT
               VARYING ARRAY-IDX FROM 1 BY 1
               UNTIL ARRAY-IDX > ARRAY-COUNT.
           PERFORM 8230-WRITE-EXPT-TRAILER THRU 8230-EXIT.
           CLOSE ARRAY-OUT-FILE.
           CLOSE ARRAY-OUT-GEN-FILE.
           MOVE ARRAY-COUNT TO WS-CAT-COUNT.
           PERFORM 8650-WRITE-CATALOG THRU 8650-EXIT.
           DISPLAY " EXPORTED " ARRAY-COUNT
               " ELEMENTS TO ARRAYOUT AND " WS-AOUT-GEN-NAME.
       8200-EXIT.
           EXIT.

           MOVE ARRAY-BATCH-ID TO AOH-BATCH-ID.
           MOVE ARRAY-SOURCE-FILE TO AOH-SOURCE-FILE.
           WRITE ARRAY-OUT-HEADER-REC.
           MOVE ARRAY-OUT-HEADER-REC TO AOG-RECORD.
           WRITE ARRAY-OUT-GEN-RECORD.
       8210-EXIT.
           EXIT.

           MOVE ARRAY-AMOUNT(ARRAY-IDX) TO AOD-AMOUNT.
           ADD ARRAY-AMOUNT(ARRAY-IDX) TO WS-EXPT-VALUE.
           WRITE ARRAY-OUT-DETAIL-REC.
           MOVE ARRAY-OUT-DETAIL-REC TO AOG-RECORD.
           WRITE ARRAY-OUT-GEN-RECORD.
       8220-EXIT.
           EXIT.

           MOVE ARRAY-COUNT TO AOT-RECORD-COUNT.
           MOVE WS-EXPT-VALUE TO AOT-VALUE-TOTAL.
           WRITE ARRAY-OUT-TRAILER-REC.
           MOVE ARRAY-OUT-TRAILER-REC TO AOG-RECORD.
           WRITE ARRAY-OUT-GEN-RECORD.
       8230-EXIT.
           EXIT.

      *  PROCESSED - THE CARD NUMBER, ITS CHOICE, WHETHER IT     *
      *  WORKED OR FAILED, AND THE FILE STATUS THAT SANK IT.     *
      *  ANY FAILED CARD ALSO ARMS THE RUN-LEVEL SWITCH THAT     *
      *  FORCES A NONZERO RETURN CODE AT STOP RUN. A SKIPPED     *
      *  CARD DOES NOT - ITS FAILED PREDECESSOR ALREADY DID -    *
      *  AND IS LOGGED WITH THAT PREDECESSOR'S CARD NUMBER. THE  *
      *  OUTCOME IS KEPT FOR THE CARDS THAT DEPEND ON THIS ONE.   *
      *----------------------------------------------------------*
       8500-WRITE-BATCH-RESULT.
           IF WS-CARD-FAILED
               MOVE "Y" TO WS-ANY-FAILED-SW
           END-IF.
           IF WS-CARD-NUMBER > ZERO
                   AND WS-CARD-NUMBER NOT > WS-CO-MAX
               MOVE ZERO TO CO-CAUSE-CARD(WS-CARD-NUMBER)
               IF WS-CARD-SKIPPED
                   MOVE "S" TO CO-RESULT(WS-CARD-NUMBER)
                   MOVE WS-SKIP-CAUSE-CARD
                       TO CO-CAUSE-CARD(WS-CARD-NUMBER)
               ELSE
                   IF WS-CARD-FAILED
                       MOVE "F" TO CO-RESULT(WS-CARD-NUMBER)
                   ELSE
                       MOVE "W" TO CO-RESULT(WS-CARD-NUMBER)
                   END-IF
               END-IF
           END-IF.
           OPEN EXTEND BATCH-RESULTS-FILE.
           IF WS-BLOG-STATUS = "35"
               OPEN OUTPUT BATCH-RESULTS-FILE
           MOVE SPACES TO BATCH-LOG-RECORD.
           MOVE WS-CARD-NUMBER TO BL-CARD-NO.
           MOVE CHOICE TO BL-CHOICE.
           IF WS-CARD-SKIPPED
               MOVE "SKIPPED" TO BL-RESULT
               MOVE WS-SKIP-CAUSE-CARD TO BL-CAUSE-CARD
           ELSE
               IF WS-CARD-FAILED
                   MOVE "FAILED" TO BL-RESULT
                   MOVE WS-FAIL-STATUS TO BL-FILE-STATUS
               ELSE
                   MOVE "WORKED" TO BL-RESULT
               END-IF
           END-IF.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCH-RESULTS-FILE.
       8760-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8770-LOOKUP-TRAN-CODE                                   *
      *  RESOLVES THE TYPE CODE IN WS-TC-LOOKUP-CODE AGAINST THE *
      *  IN-CORE TRANCODE TABLE - WS-TC-HIT COMES BACK AS ITS    *
      *  TABLE POSITION, OR ZERO FOR A CODE NOT ON THE MASTER.    *
      *----------------------------------------------------------*
       8770-LOOKUP-TRAN-CODE.
           MOVE ZERO TO WS-TC-HIT.
           PERFORM 8775-MATCH-TRAN-CODE THRU 8775-EXIT
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT OR WS-TC-HIT > ZERO.
       8770-EXIT.
           EXIT.

       8775-MATCH-TRAN-CODE.
           IF TCT-CODE(WS-TC-IDX) = WS-TC-LOOKUP-CODE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       8775-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8800-REGIONAL-ROLLUP  (OPTION 12)                       *
      *  SUMS THE LOADED ARRAY'S COUNTS AND SIGNED VALUES UP TO  *
           WRITE REGIONAL-REPORT-RECORD.
       8850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8900-GL-JOURNAL  (OPTION 13)                            *
      *  SUMMARIZES THE LOADED ARRAY BY BRANCH PREFIX AND TYPE   *
      *  CODE AND WRITES ONE BALANCED PAIR OF JOURNAL LEGS PER   *
      *  GROUP TO THE GLEXTRACT INTERFACE FILE - THE DEBIT TO    *
      *  THE TYPE'S GL DEBIT ACCOUNT, THE CREDIT TO ITS GL       *
      *  CREDIT ACCOUNT, EACH FOR THE GROUP'S NET AMOUNT - WITH  *
      *  A HEADER AND A TRAILER CARRYING THE LEG COUNT AND BOTH  *
      *  TOTALS. AN ENTRY WHOSE TYPE IS NOT ON TRANCODE, OR A    *
      *  JOURNAL WHOSE DEBITS DO NOT EQUAL ITS CREDITS, FAILS A  *
      *  BATCH CARD THE SAME WAY AN OUT-OF-BALANCE FILL DOES.     *
      *----------------------------------------------------------*
       8900-GL-JOURNAL.
           IF ARRAY-COUNT = ZERO
               DISPLAY " ARRAY IS EMPTY - USE OPTION 1 FIRST "
               MOVE "Y" TO WS-CARD-FAILED-SW
               GO TO 8900-EXIT
           END-IF.
           MOVE ZERO TO WS-GL-LEG-COUNT.
           MOVE ZERO TO WS-GL-GROUP-COUNT.
           MOVE ZERO TO WS-GL-UNKNOWN.
           MOVE ZERO TO WS-GL-ITEM-TOTAL.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           MOVE ZERO TO WS-GL-CREDIT-TOTAL.
           PERFORM 8910-CLEAR-GL-BRANCH THRU 8910-EXIT
               VARYING WS-GL-BR-SUB FROM 1 BY 1
               UNTIL WS-GL-BR-SUB > 100.
           PERFORM 8920-TALLY-GL-ENTRY THRU 8920-EXIT
               VARYING ARRAY-IDX FROM 1 BY 1
               UNTIL ARRAY-IDX > ARRAY-COUNT.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN GLEXTRACT - STATUS "
                   WS-GLJ-STATUS
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-GLJ-STATUS TO WS-FAIL-STATUS
               GO TO 8900-EXIT
           END-IF.
           PERFORM 8930-WRITE-GL-HEADER THRU 8930-EXIT.
           PERFORM 8940-WRITE-GL-BRANCH THRU 8940-EXIT
               VARYING WS-GL-BR-SUB FROM 1 BY 1
               UNTIL WS-GL-BR-SUB > 100.
           PERFORM 8960-WRITE-GL-TRAILER THRU 8960-EXIT.
           CLOSE GL-JOURNAL-FILE.
           MOVE WS-GL-DEBIT-TOTAL TO WS-GRAND-EDIT.
           DISPLAY " GL JOURNAL - " WS-GL-GROUP-COUNT " GROUPS "
               WS-GL-LEG-COUNT " LEGS - DEBITS " WS-GRAND-EDIT
               WITH NO ADVANCING.
           MOVE WS-GL-CREDIT-TOTAL TO WS-GRAND-EDIT.
           DISPLAY " CREDITS " WS-GRAND-EDIT.
           MOVE "Y" TO WS-BALANCED-SW.
           IF WS-GL-UNKNOWN > ZERO
               MOVE "N" TO WS-BALANCED-SW
               DISPLAY " " WS-GL-UNKNOWN
                   " ENTRIES CARRY A TYPE CODE NOT ON TRANCODE "
           END-IF.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE "N" TO WS-BALANCED-SW
               DISPLAY " GL JOURNAL DEBITS DO NOT EQUAL CREDITS "
           END-IF.
           IF WS-GL-ITEM-TOTAL + WS-GL-UNKNOWN NOT = ARRAY-COUNT
               MOVE "N" TO WS-BALANCED-SW
               DISPLAY " GL ITEM TOTAL " WS-GL-ITEM-TOTAL
                   " DOES NOT TIE TO ARRAY COUNT " ARRAY-COUNT
           END-IF.
           IF WS-LOAD-IN-BALANCE
               DISPLAY " GL JOURNAL IN BALANCE - SEE GLEXTRACT "
           ELSE
               DISPLAY " GL JOURNAL OUT OF BALANCE "
               IF WS-BATCH-MODE
                   DISPLAY " BATCH GL JOURNAL FAILED - "
                       "JOURNAL OUT OF BALANCE "
                   MOVE "Y" TO WS-CARD-FAILED-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8910-CLEAR-GL-BRANCH                                    *
      *----------------------------------------------------------*
       8910-CLEAR-GL-BRANCH.
           PERFORM 8915-CLEAR-GL-CELL THRU 8915-EXIT
               VARYING WS-GL-TC-SUB FROM 1 BY 1
               UNTIL WS-GL-TC-SUB > WS-TC-MAX.
       8910-EXIT.
           EXIT.

       8915-CLEAR-GL-CELL.
           MOVE ZERO TO GLS-COUNT(WS-GL-BR-SUB, WS-GL-TC-SUB).
           MOVE ZERO TO GLS-AMOUNT(WS-GL-BR-SUB, WS-GL-TC-SUB).
       8915-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8920-TALLY-GL-ENTRY                                     *
      *  ROLLS ONE ARRAY ENTRY INTO ITS BRANCH/TYPE CELL. THE    *
      *  FILL ALREADY REFUSES UNKNOWN TYPES, SO A MISS HERE      *
      *  MEANS TRANCODE CHANGED UNDER A LOADED ARRAY - COUNTED   *
      *  AND LEFT OFF THE JOURNAL, WHICH FAILS THE STEP.          *
      *----------------------------------------------------------*
       8920-TALLY-GL-ENTRY.
           MOVE ARRAY-TRAN-TYPE(ARRAY-IDX) TO WS-TC-LOOKUP-CODE.
           PERFORM 8770-LOOKUP-TRAN-CODE THRU 8770-EXIT.
           IF WS-TC-HIT = ZERO
               ADD 1 TO WS-GL-UNKNOWN
               GO TO 8920-EXIT
           END-IF.
           MOVE ARRAY-ACCT-NO(ARRAY-IDX) TO WS-ACCT-SPLIT.
           COMPUTE WS-GL-BR-SUB = WS-ACCT-BRANCH + 1.
           ADD 1 TO GLS-COUNT(WS-GL-BR-SUB, WS-TC-HIT).
           ADD ARRAY-AMOUNT(ARRAY-IDX)
               TO GLS-AMOUNT(WS-GL-BR-SUB, WS-TC-HIT).
       8920-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8930-WRITE-GL-HEADER                                    *
      *----------------------------------------------------------*
       8930-WRITE-GL-HEADER.
           MOVE SPACES TO GL-JOURNAL-HEADER-REC.
           MOVE "H" TO GJH-RECORD-TYPE.
           ACCEPT GJH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ARRAY-BATCH-ID TO GJH-BATCH-ID.
           MOVE ARRAY-SOURCE-FILE TO GJH-SOURCE-FILE.
           WRITE GL-JOURNAL-HEADER-REC.
       8930-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8940-WRITE-GL-BRANCH                                    *
      *  WALKS ONE BRANCH'S TYPE CODE CELLS IN TRANCODE ORDER.    *
      *----------------------------------------------------------*
       8940-WRITE-GL-BRANCH.
           PERFORM 8945-WRITE-GL-GROUP THRU 8945-EXIT
               VARYING WS-GL-TC-SUB FROM 1 BY 1
               UNTIL WS-GL-TC-SUB > WS-TC-COUNT.
       8940-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8945-WRITE-GL-GROUP                                     *
      *  THE FILL HAS ALREADY PROVED EVERY AMOUNT CARRIES ITS    *
      *  TYPE'S SIGN, SO THE GROUP'S NET IS JOURNALED AS AN      *
      *  UNSIGNED AMOUNT ON BOTH LEGS. A GROUP THAT NETS TO ZERO *
      *  HAS NOTHING TO POST. A TYPE WITH NO GL ACCOUNT ON ONE   *
      *  SIDE LOSES THAT LEG, AND THE TRAILER TOTALS SHOW IT.     *
      *----------------------------------------------------------*
       8945-WRITE-GL-GROUP.
           IF GLS-COUNT(WS-GL-BR-SUB, WS-GL-TC-SUB) = ZERO
               GO TO 8945-EXIT
           END-IF.
           ADD GLS-COUNT(WS-GL-BR-SUB, WS-GL-TC-SUB)
               TO WS-GL-ITEM-TOTAL.
           ADD 1 TO WS-GL-GROUP-COUNT.
           MOVE GLS-AMOUNT(WS-GL-BR-SUB, WS-GL-TC-SUB)
               TO WS-GL-AMOUNT.
           IF WS-GL-AMOUNT < ZERO
               COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-AMOUNT
           END-IF.
           IF WS-GL-AMOUNT = ZERO
               GO TO 8945-EXIT
           END-IF.
           IF TCT-GL-DEBIT(WS-GL-TC-SUB) = SPACES
               DISPLAY " NO GL DEBIT ACCOUNT FOR TYPE "
                   TCT-CODE(WS-GL-TC-SUB) " - LEG NOT WRITTEN "
           ELSE
               MOVE TCT-GL-DEBIT(WS-GL-TC-SUB) TO WS-GL-LEG-ACCT
               MOVE "D" TO WS-GL-LEG-FLAG
               PERFORM 8950-WRITE-GL-LEG THRU 8950-EXIT
           END-IF.
           IF TCT-GL-CREDIT(WS-GL-TC-SUB) = SPACES
               DISPLAY " NO GL CREDIT ACCOUNT FOR TYPE "
                   TCT-CODE(WS-GL-TC-SUB) " - LEG NOT WRITTEN "
           ELSE
               MOVE TCT-GL-CREDIT(WS-GL-TC-SUB) TO WS-GL-LEG-ACCT
               MOVE "C" TO WS-GL-LEG-FLAG
               PERFORM 8950-WRITE-GL-LEG THRU 8950-EXIT
           END-IF.
       8945-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8950-WRITE-GL-LEG                                       *
      *----------------------------------------------------------*
       8950-WRITE-GL-LEG.
           ADD 1 TO WS-GL-LEG-COUNT.
           MOVE SPACES TO GL-JOURNAL-DETAIL-REC.
           MOVE "D" TO GJD-RECORD-TYPE.
           MOVE WS-GL-LEG-COUNT TO GJD-SEQUENCE-NO.
           MOVE WS-GL-LEG-ACCT TO GJD-GL-ACCOUNT.
           MOVE WS-GL-LEG-FLAG TO GJD-DR-CR-FLAG.
           MOVE WS-GL-AMOUNT TO GJD-AMOUNT.
           COMPUTE WS-BM-CODE-NUM = WS-GL-BR-SUB - 1.
           MOVE WS-BM-CODE-NUM TO GJD-BRANCH-CODE.
           MOVE TCT-CODE(WS-GL-TC-SUB) TO GJD-TRAN-TYPE.
           MOVE GLS-COUNT(WS-GL-BR-SUB, WS-GL-TC-SUB)
               TO GJD-ITEM-COUNT.
           MOVE TCT-DESC(WS-GL-TC-SUB) TO GJD-DESCRIPTION.
           IF GJD-DEBIT-LEG
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
           WRITE GL-JOURNAL-DETAIL-REC.
       8950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8960-WRITE-GL-TRAILER                                   *
      *----------------------------------------------------------*
       8960-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER-REC.
           MOVE "T" TO GJT-RECORD-TYPE.
           MOVE WS-GL-LEG-COUNT TO GJT-RECORD-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           WRITE GL-JOURNAL-TRAILER-REC.
       8960-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9100-VALUE-ALERTS  (OPTION 14)                          *
      *  COMPLIANCE'S DAILY LARGE-VALUE AND STRUCTURING REPORT   *
      *  OVER THE LOADED ARRAY. FOR EACH ACCOUNT AND TYPE CODE   *
      *  WITH AN ALRTPARM THRESHOLD, ANY ITEM WHOSE SIZE IS AT   *
      *  OR ABOVE THE THRESHOLD IS A LARGE-VALUE ALERT, AND      *
      *  ENOUGH ITEMS EACH BELOW IT WHOSE SIZES ADD UP TO AT     *
      *  LEAST THE THRESHOLD ARE A STRUCTURING ALERT. EACH ALERT *
      *  LISTS EVERY CONTRIBUTING AMOUNT AND THE DAILY TOTAL.    *
      *  THE ALRTRPT GENERATION IS WRITTEN AND CATALOGED EVEN ON *
      *  A NIGHT WITH NO ALERTS, AS EVIDENCE THE CHECK RAN.       *
      *----------------------------------------------------------*
       9100-VALUE-ALERTS.
           IF ARRAY-COUNT = ZERO
               DISPLAY " ARRAY IS EMPTY - USE OPTION 1 FIRST "
               MOVE "Y" TO WS-CARD-FAILED-SW
               GO TO 9100-EXIT
           END-IF.
           PERFORM 9110-LOAD-ALERT-PARMS THRU 9110-EXIT.
           IF WS-AP-COUNT = ZERO
               GO TO 9100-EXIT
           END-IF.
           MOVE ZERO TO WS-AL-SCANNED.
           MOVE ZERO TO WS-AL-UNMONITORED.
           MOVE ZERO TO WS-AL-LARGE-ALERTS.
           MOVE ZERO TO WS-AL-STRUCT-ALERTS.
           MOVE ZERO TO WS-AL-ALERT-COUNT.
           MOVE ARRAY-COUNT TO WS-DW-COUNT.
           PERFORM 5510-COPY-ONE-WORK THRU 5510-EXIT
               VARYING WS-DW-IDX FROM 1 BY 1
               UNTIL WS-DW-IDX > WS-DW-COUNT.
           PERFORM 5520-SORT-WORK-TABLE THRU 5520-EXIT.
           MOVE "ALRT" TO WS-GFN-TYPE.
           PERFORM 8600-BUILD-GEN-NAME THRU 8600-EXIT.
           MOVE WS-GEN-FILE-NAME TO WS-ALRT-GEN-NAME.
           OPEN OUTPUT ALERT-REPORT-FILE.
           IF WS-ALRT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN " WS-ALRT-GEN-NAME
                   " - STATUS " WS-ALRT-STATUS
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-ALRT-STATUS TO WS-FAIL-STATUS
               GO TO 9100-EXIT
           END-IF.
           PERFORM 9120-WRITE-ALRT-HEADER THRU 9120-EXIT.
           MOVE 1 TO WS-AL-GRP-START.
           PERFORM 9130-ALERT-ONE-ACCOUNT THRU 9130-EXIT
               UNTIL WS-AL-GRP-START > WS-DW-COUNT.
           IF WS-AL-ALERT-COUNT = ZERO
               MOVE SPACES TO AL-HEADER-LINE
               MOVE "NO ALERTS" TO AL-TOT-LABEL
               MOVE AL-TOTAL-LINE TO AL-LINE
               WRITE ALERT-REPORT-RECORD
           END-IF.
           PERFORM 9190-WRITE-ALRT-TOTALS THRU 9190-EXIT.
           CLOSE ALERT-REPORT-FILE.
           MOVE WS-AL-ALERT-COUNT TO WS-CAT-COUNT.
           PERFORM 8650-WRITE-CATALOG THRU 8650-EXIT.
           IF WS-AL-SCANNED + WS-AL-UNMONITORED NOT = ARRAY-COUNT
               DISPLAY " ALERT SCAN " WS-AL-SCANNED " + "
                   WS-AL-UNMONITORED " DOES NOT TIE TO ARRAY COUNT "
                   ARRAY-COUNT
               MOVE "Y" TO WS-CARD-FAILED-SW
           END-IF.
           IF WS-AL-UNMONITORED > ZERO
               DISPLAY " " WS-AL-UNMONITORED " ENTRIES CARRY A TYPE "
                   "CODE WITH NO ALRTPARM THRESHOLD "
           END-IF.
           DISPLAY " VALUE ALERTS COMPLETE - " WS-AL-ALERT-COUNT
               " ALERTS - SEE " WS-ALRT-GEN-NAME.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9110-LOAD-ALERT-PARMS                                   *
      *  NO ALRTPARM, OR ONE WITH NO USABLE THRESHOLD, FAILS THE *
      *  CARD - A REPORT THAT CHECKED AGAINST NOTHING WOULD BE   *
      *  FALSE EVIDENCE. A RECORD WITH A BLANK TYPE, A ZERO OR   *
      *  NON-NUMERIC THRESHOLD, OR A TYPE ALREADY LOADED IS      *
      *  SKIPPED AND REPORTED.                                    *
      *----------------------------------------------------------*
       9110-LOAD-ALERT-PARMS.
           MOVE ZERO TO WS-AP-COUNT.
           MOVE ZERO TO WS-AP-REJECTS.
           OPEN INPUT ALERT-PARM-FILE.
           IF WS-ALPM-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ALRTPARM - STATUS "
                   WS-ALPM-STATUS
               MOVE "Y" TO WS-CARD-FAILED-SW
               MOVE WS-ALPM-STATUS TO WS-FAIL-STATUS
               GO TO 9110-EXIT
           END-IF.
           MOVE "N" TO WS-ALPM-EOF-SW.
           PERFORM 9115-LOAD-ONE-ALERT-PARM THRU 9115-EXIT
               UNTIL WS-ALPM-EOF OR WS-AP-COUNT = WS-AP-MAX.
           CLOSE ALERT-PARM-FILE.
           IF WS-AP-COUNT = ZERO
               DISPLAY " NO USABLE THRESHOLDS ON ALRTPARM "
               MOVE "Y" TO WS-CARD-FAILED-SW
           END-IF.
       9110-EXIT.
           EXIT.

       9115-LOAD-ONE-ALERT-PARM.
           READ ALERT-PARM-FILE
               AT END
                   MOVE "Y" TO WS-ALPM-EOF-SW
           END-READ.
           IF WS-ALPM-EOF
               GO TO 9115-EXIT
           END-IF.
           IF AP-TRAN-TYPE = SPACE
                   OR AP-THRESHOLD IS NOT NUMERIC
               DISPLAY " ALRTPARM RECORD FOR TYPE " AP-TRAN-TYPE
                   " IS MALFORMED - SKIPPED "
               ADD 1 TO WS-AP-REJECTS
               GO TO 9115-EXIT
           END-IF.
           IF AP-THRESHOLD = ZERO
               DISPLAY " ALRTPARM THRESHOLD FOR TYPE " AP-TRAN-TYPE
                   " IS ZERO - SKIPPED "
               ADD 1 TO WS-AP-REJECTS
               GO TO 9115-EXIT
           END-IF.
           MOVE AP-TRAN-TYPE TO WS-AP-LOOKUP-TYPE.
           PERFORM 9150-LOOKUP-ALERT-PARM THRU 9150-EXIT.
           IF WS-AP-HIT > ZERO
               DISPLAY " ALRTPARM TYPE " AP-TRAN-TYPE
                   " APPEARS TWICE - SECOND RECORD SKIPPED "
               ADD 1 TO WS-AP-REJECTS
               GO TO 9115-EXIT
           END-IF.
           ADD 1 TO WS-AP-COUNT.
           MOVE AP-TRAN-TYPE TO APT-TYPE(WS-AP-COUNT).
           MOVE AP-DESCRIPTION TO APT-DESC(WS-AP-COUNT).
           MOVE AP-THRESHOLD TO APT-THRESHOLD(WS-AP-COUNT).
           MOVE 2 TO APT-MIN-ITEMS(WS-AP-COUNT).
           IF AP-MIN-ITEMS-X IS NUMERIC
               IF AP-MIN-ITEMS > 2
                   MOVE AP-MIN-ITEMS TO APT-MIN-ITEMS(WS-AP-COUNT)
               END-IF
           END-IF.
       9115-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9120-WRITE-ALRT-HEADER                                  *
      *  THE THRESHOLDS IN FORCE PRINT UNDER THE HEADER SO THE   *
      *  REPORT SHOWS WHAT IT WAS CHECKED AGAINST.                *
      *----------------------------------------------------------*
       9120-WRITE-ALRT-HEADER.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "LARGE-VALUE ALERTS" TO AL-HDR-LABEL.
           ACCEPT AL-HDR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "SOURCE: " TO AL-HDR-SOURCE-LBL.
           MOVE ARRAY-SOURCE-FILE TO AL-HDR-SOURCE-FILE.
           MOVE "BATCH: " TO AL-HDR-BATCH-LBL.
           MOVE ARRAY-BATCH-ID TO AL-HDR-BATCH-ID.
           MOVE AL-HEADER-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           PERFORM 9125-WRITE-THRESHOLD-LINE THRU 9125-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.
       9120-EXIT.
           EXIT.

       9125-WRITE-THRESHOLD-LINE.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "THRESHOLD TYPE " TO AL-THR-LABEL.
           MOVE APT-TYPE(WS-AP-IDX) TO AL-THR-TYPE.
           MOVE APT-DESC(WS-AP-IDX) TO AL-THR-DESC.
           MOVE "AMT " TO AL-THR-AMT-LBL.
           MOVE APT-THRESHOLD(WS-AP-IDX) TO AL-THR-AMOUNT.
           MOVE "MIN ITEMS " TO AL-THR-MIN-LBL.
           MOVE APT-MIN-ITEMS(WS-AP-IDX) TO AL-THR-MIN-ITEMS.
           MOVE AL-THRESHOLD-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
       9125-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9130-ALERT-ONE-ACCOUNT                                  *
      *  THE SORTED WORK TABLE HOLDS EACH ACCOUNT'S ITEMS IN ONE *
      *  RUN STARTING AT WS-AL-GRP-START. FINDS THE END OF THE   *
      *  RUN, JUDGES EACH TYPE CODE IN IT ONCE, THEN MOVES THE   *
      *  START PAST IT.                                           *
      *----------------------------------------------------------*
       9130-ALERT-ONE-ACCOUNT.
           MOVE WS-AL-GRP-START TO WS-AL-GRP-END.
           MOVE "N" TO WS-AL-GRP-DONE-SW.
           PERFORM 9135-EXTEND-GROUP THRU 9135-EXIT
               UNTIL WS-AL-GRP-DONE.
           PERFORM 9140-ALERT-ONE-TYPE THRU 9140-EXIT
               VARYING WS-AL-MBR FROM WS-AL-GRP-START BY 1
               UNTIL WS-AL-MBR > WS-AL-GRP-END.
           COMPUTE WS-AL-GRP-START = WS-AL-GRP-END + 1.
       9130-EXIT.
           EXIT.

       9135-EXTEND-GROUP.
           IF WS-AL-GRP-END = WS-DW-COUNT
               MOVE "Y" TO WS-AL-GRP-DONE-SW
               GO TO 9135-EXIT
           END-IF.
           COMPUTE WS-AL-SCAN = WS-AL-GRP-END + 1.
           IF DW-ACCT-NO(WS-AL-SCAN) = DW-ACCT-NO(WS-AL-GRP-START)
               MOVE WS-AL-SCAN TO WS-AL-GRP-END
           ELSE
               MOVE "Y" TO WS-AL-GRP-DONE-SW
           END-IF.
       9135-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9140-ALERT-ONE-TYPE                                     *
      *  ONLY THE FIRST MEMBER OF THE RUN CARRYING A GIVEN TYPE  *
      *  CODE DOES THE WORK - IT TALLIES EVERY ITEM OF THAT TYPE *
      *  IN THE RUN AND, IF THE TYPE IS MONITORED AND EITHER     *
      *  TEST TRIPS, PRINTS ONE ALERT WITH ALL ITS ITEMS.         *
      *----------------------------------------------------------*
       9140-ALERT-ONE-TYPE.
           MOVE DW-SUBSCRIPT(WS-AL-MBR) TO WS-AL-SUB.
           MOVE ARRAY-TRAN-TYPE(WS-AL-SUB) TO WS-AL-TYPE.
           MOVE "Y" TO WS-AL-FIRST-SW.
           PERFORM 9145-CHECK-EARLIER-TYPE THRU 9145-EXIT
               VARYING WS-AL-SCAN FROM WS-AL-GRP-START BY 1
               UNTIL WS-AL-SCAN = WS-AL-MBR.
           IF NOT WS-AL-FIRST-OF-TYPE
               GO TO 9140-EXIT
           END-IF.
           MOVE ZERO TO WS-AL-ITEM-COUNT.
           MOVE ZERO TO WS-AL-LARGE-COUNT.
           MOVE ZERO TO WS-AL-SMALL-COUNT.
           MOVE ZERO TO WS-AL-DAY-TOTAL.
           MOVE ZERO TO WS-AL-SMALL-TOTAL.
           MOVE WS-AL-TYPE TO WS-AP-LOOKUP-TYPE.
           PERFORM 9150-LOOKUP-ALERT-PARM THRU 9150-EXIT.
           PERFORM 9155-TALLY-TYPE-ITEM THRU 9155-EXIT
               VARYING WS-AL-SCAN FROM WS-AL-MBR BY 1
               UNTIL WS-AL-SCAN > WS-AL-GRP-END.
           IF WS-AP-HIT = ZERO
               ADD WS-AL-ITEM-COUNT TO WS-AL-UNMONITORED
               GO TO 9140-EXIT
           END-IF.
           ADD WS-AL-ITEM-COUNT TO WS-AL-SCANNED.
           MOVE SPACES TO WS-AL-KIND.
           IF WS-AL-LARGE-COUNT > ZERO
               ADD 1 TO WS-AL-LARGE-ALERTS
               MOVE "LARGE VALUE" TO WS-AL-KIND
           END-IF.
           IF WS-AL-SMALL-COUNT NOT < APT-MIN-ITEMS(WS-AP-HIT)
                   AND WS-AL-SMALL-TOTAL NOT < APT-THRESHOLD(WS-AP-HIT)
               ADD 1 TO WS-AL-STRUCT-ALERTS
               IF WS-AL-KIND = SPACES
                   MOVE "STRUCTURING" TO WS-AL-KIND
               ELSE
                   MOVE "LARGE VALUE+STRUCTURING" TO WS-AL-KIND
               END-IF
           END-IF.
           IF WS-AL-KIND = SPACES
               GO TO 9140-EXIT
           END-IF.
           ADD 1 TO WS-AL-ALERT-COUNT.
           PERFORM 9170-WRITE-ALERT-LINE THRU 9170-EXIT.
           PERFORM 9180-WRITE-ALERT-ITEM THRU 9180-EXIT
               VARYING WS-AL-SCAN FROM WS-AL-MBR BY 1
               UNTIL WS-AL-SCAN > WS-AL-GRP-END.
       9140-EXIT.
           EXIT.

       9145-CHECK-EARLIER-TYPE.
           MOVE DW-SUBSCRIPT(WS-AL-SCAN) TO WS-AL-SUB.
           IF ARRAY-TRAN-TYPE(WS-AL-SUB) = WS-AL-TYPE
               MOVE "N" TO WS-AL-FIRST-SW
           END-IF.
       9145-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9150-LOOKUP-ALERT-PARM                                  *
      *  WS-AP-HIT COMES BACK AS THE THRESHOLD TABLE POSITION    *
      *  FOR WS-AP-LOOKUP-TYPE, OR ZERO WHEN IT IS NOT MONITORED.*
      *----------------------------------------------------------*
       9150-LOOKUP-ALERT-PARM.
           MOVE ZERO TO WS-AP-HIT.
           PERFORM 9152-MATCH-ALERT-PARM THRU 9152-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT OR WS-AP-HIT > ZERO.
       9150-EXIT.
           EXIT.

       9152-MATCH-ALERT-PARM.
           IF APT-TYPE(WS-AP-IDX) = WS-AP-LOOKUP-TYPE
               MOVE WS-AP-IDX TO WS-AP-HIT
           END-IF.
       9152-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9155-TALLY-TYPE-ITEM                                    *
      *  AN ITEM'S SIZE IS ITS AMOUNT WITHOUT THE SIGN - A       *
      *  LARGE WITHDRAWAL IS AS REPORTABLE AS A LARGE DEPOSIT.    *
      *----------------------------------------------------------*
       9155-TALLY-TYPE-ITEM.
           MOVE DW-SUBSCRIPT(WS-AL-SCAN) TO WS-AL-SUB.
           IF ARRAY-TRAN-TYPE(WS-AL-SUB) NOT = WS-AL-TYPE
               GO TO 9155-EXIT
           END-IF.
           PERFORM 9160-ITEM-SIZE THRU 9160-EXIT.
           ADD 1 TO WS-AL-ITEM-COUNT.
           ADD WS-AL-SIZE TO WS-AL-DAY-TOTAL.
           IF WS-AP-HIT = ZERO
               GO TO 9155-EXIT
           END-IF.
           IF WS-AL-SIZE NOT < APT-THRESHOLD(WS-AP-HIT)
               ADD 1 TO WS-AL-LARGE-COUNT
           ELSE
               ADD 1 TO WS-AL-SMALL-COUNT
               ADD WS-AL-SIZE TO WS-AL-SMALL-TOTAL
           END-IF.
       9155-EXIT.
           EXIT.

       9160-ITEM-SIZE.
           MOVE ARRAY-AMOUNT(WS-AL-SUB) TO WS-AL-SIZE.
           IF WS-AL-SIZE < ZERO
               COMPUTE WS-AL-SIZE = ZERO - WS-AL-SIZE
           END-IF.
       9160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9170-WRITE-ALERT-LINE                                   *
      *----------------------------------------------------------*
       9170-WRITE-ALERT-LINE.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "ALERT " TO AL-ALR-LABEL.
           MOVE WS-AL-KIND TO AL-ALR-KIND.
           MOVE "ACCT " TO AL-ALR-ACCT-LBL.
           MOVE DW-ACCT-NO(WS-AL-MBR) TO AL-ALR-ACCT-NO.
           MOVE DW-ACCT-NO(WS-AL-MBR) TO WS-ACCT-SPLIT.
           MOVE WS-ACCT-BRANCH TO AL-ALR-BRANCH.
           MOVE WS-ACCT-BRANCH TO WS-LOOKUP-CODE.
           PERFORM 8760-LOOKUP-BRANCH THRU 8760-EXIT.
           MOVE WS-LOOKUP-NAME TO AL-ALR-BRANCH-NAME.
           MOVE "TYPE " TO AL-ALR-TYPE-LBL.
           MOVE WS-AL-TYPE TO AL-ALR-TYPE.
           MOVE "ITEMS " TO AL-ALR-CNT-LBL.
           MOVE WS-AL-ITEM-COUNT TO AL-ALR-COUNT.
           MOVE "DAILY TOTAL " TO AL-ALR-TOT-LBL.
           MOVE WS-AL-DAY-TOTAL TO AL-ALR-TOTAL.
           MOVE AL-ALERT-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
       9170-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9180-WRITE-ALERT-ITEM                                   *
      *  ONE LINE PER CONTRIBUTING AMOUNT, KEYED BY ITS ARRAYOUT *
      *  SEQUENCE NUMBER (ITS POSITION IN THE ARRAY).             *
      *----------------------------------------------------------*
       9180-WRITE-ALERT-ITEM.
           MOVE DW-SUBSCRIPT(WS-AL-SCAN) TO WS-AL-SUB.
           IF ARRAY-TRAN-TYPE(WS-AL-SUB) NOT = WS-AL-TYPE
               GO TO 9180-EXIT
           END-IF.
           PERFORM 9160-ITEM-SIZE THRU 9160-EXIT.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "SEQ   " TO AL-ITM-LABEL.
           MOVE WS-AL-SUB TO AL-ITM-ENTRY.
           MOVE ARRAY-AMOUNT(WS-AL-SUB) TO AL-ITM-AMOUNT.
           IF WS-AL-SIZE NOT < APT-THRESHOLD(WS-AP-HIT)
               MOVE "AT/ABOVE THRESHOLD" TO AL-ITM-FLAG
           ELSE
               MOVE "BELOW THRESHOLD" TO AL-ITM-FLAG
           END-IF.
           MOVE AL-ITEM-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
       9180-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9190-WRITE-ALRT-TOTALS                                  *
      *  MONITORED PLUS UNMONITORED ITEMS TIE TO THE ARRAY COUNT *
      *  - EVERY LOADED ITEM WAS EITHER CHECKED OR SHOWN AS NOT  *
      *  COVERED BY A THRESHOLD.                                  *
      *----------------------------------------------------------*
       9190-WRITE-ALRT-TOTALS.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "ITEMS CHECKED:" TO AL-TOT-LABEL.
           MOVE WS-AL-SCANNED TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "ITEMS OF TYPES NOT MONITORED:" TO AL-TOT-LABEL.
           MOVE WS-AL-UNMONITORED TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "LARGE-VALUE ALERTS:" TO AL-TOT-LABEL.
           MOVE WS-AL-LARGE-ALERTS TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "STRUCTURING ALERTS:" TO AL-TOT-LABEL.
           MOVE WS-AL-STRUCT-ALERTS TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "ACCOUNT/TYPE ALERTS:" TO AL-TOT-LABEL.
           MOVE WS-AL-ALERT-COUNT TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
           MOVE SPACES TO AL-HEADER-LINE.
           MOVE "ALRTPARM RECORDS SKIPPED:" TO AL-TOT-LABEL.
           MOVE WS-AP-REJECTS TO AL-TOT-COUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE.
           WRITE ALERT-REPORT-RECORD.
       9190-EXIT.
           EXIT.
