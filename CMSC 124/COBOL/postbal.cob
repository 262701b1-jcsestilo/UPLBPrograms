      *----------------------------------------------------------*
      *  PROGRAM   : POSTBAL                                     *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - KEEPS THE LEDGER       *
      *  BALANCES ON ACCTMAST. READS THE ACKPOST EXTRACT THAT    *
      *  ACKRECON WRITES - ONLY THE ARRAYOUT DETAILS IT PROVED   *
      *  ACKNOWLEDGED ON POSTACK - AND APPLIES EACH AMOUNT TO    *
      *  ITS ACCOUNT WITH A KEYED READ AND REWRITE, STAMPING THE *
      *  LAST-ACTIVITY DATE. THE POSTRPT REPORT LISTS THE        *
      *  POSTING EXCEPTIONS (ACCOUNT DRAWN PAST ITS OVERDRAFT    *
      *  LIMIT, POSTED WHILE CLOSED, NOT ON THE MASTER) AND A    *
      *  DAILY TRIAL BALANCE BY BRANCH - OPENING, NET POSTED AND *
      *  CLOSING, WITH THE OPENING AND CLOSING BOTH SUMMED FROM  *
      *  THE MASTER ITSELF SO THE TRIAL BALANCE PROVES THE       *
      *  REWRITES - THEN TIES THE NIGHT BACK TO THE ARRAYOUT     *
      *  VALUE TOTAL: POSTED + NOT POSTED + UNACKNOWLEDGED.      *
      *  THE EXTRACT IS PROVED AGAINST ITS OWN TRAILER BEFORE    *
      *  ANY BALANCE IS TOUCHED, AND POSTCTL REMEMBERS THE LAST  *
      *  BATCH POSTED SO A RERUN CANNOT POST THE SAME NIGHT      *
      *  TWICE. A RUN THAT FAILS AFTER ITS FIRST REWRITE STILL   *
      *  ADVANCES POSTCTL - THE PART ALREADY POSTED STAYS ON THE *
      *  MASTER, SO THE FAILURE IS CORRECTED BY HAND FROM THE    *
      *  POSTRPT EXCEPTIONS, NEVER BY POSTING THE BATCH AGAIN.    *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - ACCTMAST CARRIES A   *
      *                   LEDGER BALANCE THE BRANCHES CAN PROVE.  *
      *  2026-10-15  JCS  POSTCTL IS WRITTEN ONCE ANY ACCOUNT HAS *
      *                   BEEN REWRITTEN, EVEN ON A FAILED RUN -  *
      *                   A RERUN CAN NO LONGER DOUBLE-POST.      *
      *  2026-10-15  JCS  CONTROL-TOTAL COUNTS WIDENED TO SEVEN   *
      *                   DIGITS - ACCOUNTS READ WAS TRUNCATED.   *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTBAL.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-POSTED-FILE
               ASSIGN TO "ACKPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKP-STATUS.

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

           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO "POSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-POSTED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKPREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BRCHMREC.

       FD  POSTING-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PCTLREC.

       FD  POSTING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PBALREC.

       WORKING-STORAGE SECTION.
           77  WS-ACKP-STATUS          PIC XX VALUE "00".
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-BRMS-STATUS          PIC XX VALUE "00".
           77  WS-PCTL-STATUS          PIC XX VALUE "00".
           77  WS-PRPT-STATUS          PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-ACCT-EOF-SW          PIC X VALUE "N".
               88  WS-ACCT-EOF                  VALUE "Y".
           77  WS-BRMS-EOF-SW          PIC X VALUE "N".
               88  WS-BRMS-EOF                  VALUE "Y".
           77  WS-ACCT-OPEN-SW         PIC X VALUE "N".
               88  WS-ACCT-OPEN                 VALUE "Y".
           77  WS-PRPT-OPEN-SW         PIC X VALUE "N".
               88  WS-PRPT-OPEN                 VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-PROVEN-SW            PIC X VALUE "N".
               88  WS-EXTRACT-PROVEN            VALUE "Y".
           77  WS-HDR-SEEN-SW          PIC X VALUE "N".
               88  WS-HDR-SEEN                  VALUE "Y".
           77  WS-TRL-SEEN-SW          PIC X VALUE "N".
               88  WS-TRL-SEEN                  VALUE "Y".
           77  WS-TB-TIED-SW           PIC X VALUE "Y".
               88  WS-TB-TIED                   VALUE "Y".

           77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           77  WS-HDR-RUN-DATE         PIC 9(08) VALUE ZERO.
           77  WS-HDR-BATCH-ID         PIC X(08) VALUE SPACES.
           77  WS-PROVE-COUNT          PIC 9(05) COMP VALUE ZERO.
           77  WS-PROVE-VALUE          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-SKIP-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-TRL-ACKED-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-TRL-ACKED-VALUE      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-TRL-EXPORT-COUNT     PIC 9(05) COMP VALUE ZERO.
           77  WS-TRL-EXPORT-VALUE     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-DETAIL-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-POSTED-VALUE         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-UNPOSTED-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-UNPOSTED-VALUE       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-UNACKED-COUNT        PIC 9(05) COMP VALUE ZERO.
           77  WS-UNACKED-VALUE        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-OVERDRAFT-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-ACCT-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           77  WS-BALANCE              PIC S9(09)V99 VALUE ZERO.
           77  WS-OVERDRAWN-BY         PIC S9(09)V99 VALUE ZERO.
           77  WS-EXCEPTION-REASON     PIC X(24) VALUE SPACES.
           77  WS-VALUE-EDIT           PIC +Z(10)9.99.
           77  WS-TB-CHECK             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-TB-OPEN-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-TB-NET-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           77  WS-TB-CLOSE-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

           77  WS-EX-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-EX-MAX               PIC 9(03) COMP VALUE 200.
           77  WS-EX-IDX               PIC 9(03) COMP VALUE ZERO.

           77  WS-TB-SUB               PIC 9(03) COMP VALUE ZERO.
           77  WS-BM-SUB               PIC 9(03) COMP VALUE ZERO.
           77  WS-BM-CODE-NUM          PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *  WHICH PASS OVER THE MASTER 3100-SUM-ONE-ACCOUNT IS ON - *
      *  THE OPENING BALANCES BEFORE POSTING, OR THE CLOSING     *
      *  BALANCES AFTER.                                          *
      *----------------------------------------------------------*
           77  WS-PASS-SW              PIC X VALUE "O".
               88  WS-OPENING-PASS              VALUE "O".
               88  WS-CLOSING-PASS              VALUE "C".

      *----------------------------------------------------------*
      *  TRIAL BALANCE ACCUMULATORS, ONE PER BRANCH CODE 00-99   *
      *  AT SUBSCRIPT CODE + 1. SUBSCRIPT 101 COLLECTS ACCOUNTS  *
      *  WHOSE BRANCH CODE IS NOT NUMERIC SO THEIR BALANCES ARE  *
      *  STILL IN THE TOTALS. THE NAME COMES FROM BRCHMAST.       *
      *----------------------------------------------------------*
           01  WS-TRIAL-BALANCE-TABLE.
               05  WS-TB-ENTRY         OCCURS 101 TIMES.
                   10  TB-USED-SW      PIC X(01).
                       88  TB-USED              VALUE "Y".
                   10  TB-NAME         PIC X(20).
                   10  TB-ACCT-COUNT   PIC 9(05) COMP.
                   10  TB-OPENING      PIC S9(13)V99 COMP-3.
                   10  TB-NET          PIC S9(13)V99 COMP-3.
                   10  TB-CLOSING      PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------*
      *  POSTING EXCEPTIONS ARE HELD HERE AND PRINTED AS THEIR   *
      *  OWN SECTION AHEAD OF THE TRIAL BALANCE.                  *
      *----------------------------------------------------------*
           01  WS-EXCEPTION-TABLE.
               05  WS-EX-ENTRY         OCCURS 200 TIMES.
                   10  EXT-SEQUENCE-NO PIC 9(05).
                   10  EXT-ACCT-NO     PIC 9(06).
                   10  EXT-BRANCH      PIC X(02).
                   10  EXT-TRAN-TYPE   PIC X(01).
                   10  EXT-AMOUNT      PIC S9(09)V99 COMP-3.
                   10  EXT-BALANCE     PIC S9(09)V99 COMP-3.
                   10  EXT-REASON      PIC X(24).

      *----------------------------------------------------------*
      *  REPORT PRINT LINES - EACH PARAGRAPH MOVES SPACES TO     *
      *  ITS LINE FIRST, FILLS ITS FIELDS, THEN MOVES THE LINE   *
      *  TO PB-LINE AND WRITES.                                   *
      *----------------------------------------------------------*
           01  WS-RPT-HEADER.
               05  WS-RPT-HDR-LABEL    PIC X(24).
               05  WS-RPT-HDR-RUN-LBL  PIC X(05).
               05  WS-RPT-HDR-RUN-DATE PIC 9(08).
               05  FILLER              PIC X(02).
               05  WS-RPT-HDR-BAT-LBL  PIC X(07).
               05  WS-RPT-HDR-BATCH-ID PIC X(08).
               05  FILLER              PIC X(26).

           01  WS-SECTION-LINE.
               05  WS-SEC-LABEL        PIC X(60).
               05  FILLER              PIC X(20).

           01  WS-EXCEPTION-LINE.
               05  FILLER              PIC X(01).
               05  WS-EXL-SEQUENCE     PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-EXL-ACCT-NO      PIC 9(06).
               05  FILLER              PIC X(01).
               05  WS-EXL-BRANCH       PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-EXL-TRAN-TYPE    PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-EXL-AMOUNT       PIC +Z(08)9.99.
               05  WS-EXL-BAL-LBL      PIC X(05).
               05  WS-EXL-BALANCE      PIC +Z(08)9.99.
               05  FILLER              PIC X(01).
               05  WS-EXL-REASON       PIC X(24).
               05  FILLER              PIC X(05).

           01  WS-TB-HEADING-LINE.
               05  FILLER              PIC X(25) VALUE
                   " BR NAME".
               05  FILLER              PIC X(16) VALUE
                   "         OPENING".
               05  FILLER              PIC X(16) VALUE
                   "      NET POSTED".
               05  FILLER              PIC X(16) VALUE
                   "         CLOSING".
               05  FILLER              PIC X(07) VALUE SPACES.

           01  WS-TB-LINE.
               05  FILLER              PIC X(01).
               05  WS-TBL-BRANCH       PIC X(02).
               05  FILLER              PIC X(01).
               05  WS-TBL-NAME         PIC X(20).
               05  FILLER              PIC X(01).
               05  WS-TBL-OPENING      PIC +Z(10)9.99.
               05  FILLER              PIC X(01).
               05  WS-TBL-NET          PIC +Z(10)9.99.
               05  FILLER              PIC X(01).
               05  WS-TBL-CLOSING      PIC +Z(10)9.99.
               05  FILLER              PIC X(01).
               05  WS-TBL-FLAG         PIC X(03).
               05  FILLER              PIC X(04).

           01  WS-COUNT-LINE.
               05  WS-CNT-LABEL        PIC X(24).
               05  WS-CNT-VALUE-X      PIC X(15).
               05  WS-CNT-VALUE REDEFINES WS-CNT-VALUE-X
                                       PIC 9(07).
               05  FILLER              PIC X(41).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-PRPT-OPEN AND NOT WS-RUN-FAILED
               PERFORM 2000-PROVE-EXTRACT THRU 2000-EXIT
           END-IF.
           IF WS-EXTRACT-PROVEN
               PERFORM 2500-CHECK-POSTING-CONTROL THRU 2500-EXIT
           END-IF.
           IF WS-EXTRACT-PROVEN AND NOT WS-RUN-FAILED
               PERFORM 1500-OPEN-MASTER THRU 1500-EXIT
           END-IF.
           IF WS-ACCT-OPEN
               MOVE "O" TO WS-PASS-SW
               PERFORM 3000-SUM-MASTER THRU 3000-EXIT
               PERFORM 4000-APPLY-POSTINGS THRU 4000-EXIT
               MOVE "C" TO WS-PASS-SW
               PERFORM 3000-SUM-MASTER THRU 3000-EXIT
               PERFORM 5000-WRITE-EXCEPTIONS THRU 5000-EXIT
               PERFORM 6000-WRITE-TRIAL-BALANCE THRU 6000-EXIT
               PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
               IF WS-POSTED-COUNT > ZERO OR NOT WS-RUN-FAILED
                   PERFORM 7500-WRITE-POSTING-CONTROL THRU 7500-EXIT
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
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT POSTING-REPORT-FILE.
           IF WS-PRPT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN POSTRPT - STATUS "
                   WS-PRPT-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-PRPT-OPEN-SW.
           PERFORM 1100-CLEAR-BRANCH THRU 1100-EXIT
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > 101.
           MOVE "BRANCH NOT NUMERIC" TO TB-NAME(101).
           PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-CLEAR-BRANCH.
           MOVE "N" TO TB-USED-SW(WS-TB-SUB).
           MOVE "NOT ON BRCHMAST" TO TB-NAME(WS-TB-SUB).
           MOVE ZERO TO TB-ACCT-COUNT(WS-TB-SUB).
           MOVE ZERO TO TB-OPENING(WS-TB-SUB).
           MOVE ZERO TO TB-NET(WS-TB-SUB).
           MOVE ZERO TO TB-CLOSING(WS-TB-SUB).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-BRANCHES                                      *
      *  BRANCH NAMES ONLY DRESS THE TRIAL BALANCE - WITHOUT     *
      *  BRCHMAST THE REPORT STILL BALANCES BY BRANCH CODE.       *
      *----------------------------------------------------------*
       1200-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN BRCHMAST - STATUS "
                   WS-BRMS-STATUS " - BRANCH NAMES OMITTED "
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-BRMS-EOF-SW.
           PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
               UNTIL WS-BRMS-EOF.
           CLOSE BRANCH-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-BRMS-EOF-SW
           END-READ.
           IF WS-BRMS-EOF
               GO TO 1210-EXIT
           END-IF.
           IF BM-BRANCH-CODE IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           MOVE BM-BRANCH-CODE TO WS-BM-CODE-NUM.
           COMPUTE WS-BM-SUB = WS-BM-CODE-NUM + 1.
           MOVE BM-BRANCH-NAME TO TB-NAME(WS-BM-SUB).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-OPEN-MASTER                                        *
      *  OPENED I-O - POSTBAL MAINTAINS AN EXISTING MASTER AND   *
      *  MUST NEVER CREATE AN EMPTY ONE.                          *
      *----------------------------------------------------------*
       1500-OPEN-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTMAST - STATUS "
                   WS-ACCT-STATUS
               GO TO 1500-EXIT
           END-IF.
           MOVE "Y" TO WS-ACCT-OPEN-SW.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROVE-EXTRACT                                      *
      *  READS ACKPOST ONCE WITHOUT POSTING ANYTHING AND PROVES  *
      *  THE DETAILS AGAINST THE TRAILER. A SHORT, MALFORMED OR  *
      *  HEADERLESS EXTRACT FAILS THE RUN WITH THE MASTER        *
      *  UNTOUCHED.                                               *
      *----------------------------------------------------------*
       2000-PROVE-EXTRACT.
           OPEN INPUT ACK-POSTED-FILE.
           IF WS-ACKP-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACKPOST - STATUS "
                   WS-ACKP-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-ACKPOST THRU 2100-EXIT.
           PERFORM 2200-PROVE-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE ACK-POSTED-FILE.
           MOVE "Y" TO WS-PROVEN-SW.
           IF NOT WS-HDR-SEEN
               DISPLAY " NO HEADER RECORD ON ACKPOST "
               MOVE "N" TO WS-PROVEN-SW
           END-IF.
           IF NOT WS-TRL-SEEN
               DISPLAY " NO TRAILER RECORD ON ACKPOST "
               MOVE "N" TO WS-PROVEN-SW
           END-IF.
           IF WS-SKIP-COUNT > ZERO
               DISPLAY " " WS-SKIP-COUNT
                   " MALFORMED ACKPOST DETAILS "
               MOVE "N" TO WS-PROVEN-SW
           END-IF.
           IF WS-PROVE-COUNT NOT = WS-TRL-ACKED-COUNT
                   OR WS-PROVE-VALUE NOT = WS-TRL-ACKED-VALUE
               DISPLAY " ACKPOST DETAILS DO NOT TIE TO TRAILER - "
                   WS-PROVE-COUNT " READ, " WS-TRL-ACKED-COUNT
                   " EXPECTED "
               MOVE "N" TO WS-PROVEN-SW
           END-IF.
           IF NOT WS-EXTRACT-PROVEN
               DISPLAY " ACKPOST NOT PROVEN - NOTHING POSTED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ACKPOST.
           READ ACK-POSTED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROVE-ONE-RECORD.
           IF APH-RECORD-TYPE = "H"
               MOVE "Y" TO WS-HDR-SEEN-SW
               MOVE APH-BATCH-ID TO WS-HDR-BATCH-ID
               IF APH-RUN-DATE IS NUMERIC
                   MOVE APH-RUN-DATE TO WS-HDR-RUN-DATE
               END-IF
               GO TO 2200-NEXT
           END-IF.
           IF APH-RECORD-TYPE = "T"
               MOVE "Y" TO WS-TRL-SEEN-SW
               IF APT-ACKED-COUNT IS NUMERIC
                   MOVE APT-ACKED-COUNT TO WS-TRL-ACKED-COUNT
               END-IF
               IF APT-ACKED-VALUE IS NUMERIC
                   MOVE APT-ACKED-VALUE TO WS-TRL-ACKED-VALUE
               END-IF
               IF APT-EXPORT-COUNT IS NUMERIC
                   MOVE APT-EXPORT-COUNT TO WS-TRL-EXPORT-COUNT
               END-IF
               IF APT-EXPORT-VALUE IS NUMERIC
                   MOVE APT-EXPORT-VALUE TO WS-TRL-EXPORT-VALUE
               END-IF
               GO TO 2200-NEXT
           END-IF.
           IF APD-RECORD-TYPE NOT = "D"
                   OR APD-SEQUENCE-NO IS NOT NUMERIC
                   OR APD-ACCT-NO IS NOT NUMERIC
                   OR APD-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-PROVE-COUNT.
           ADD APD-AMOUNT TO WS-PROVE-VALUE.
       2200-NEXT.
           PERFORM 2100-READ-ACKPOST THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-CHECK-POSTING-CONTROL                              *
      *  NO POSTCTL YET (STATUS 35) MEANS NOTHING HAS EVER BEEN  *
      *  POSTED. THE SAME ARRAYOUT RUN DATE AND BATCH ID AS THE  *
      *  LAST POSTING RUN IS A RERUN AND IS REFUSED.              *
      *----------------------------------------------------------*
       2500-CHECK-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-PCTL-STATUS = "35"
               GO TO 2500-EXIT
           END-IF.
           IF WS-PCTL-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN POSTCTL - STATUS "
                   WS-PCTL-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 2500-EXIT
           END-IF.
           READ POSTING-CONTROL-FILE
               AT END
                   MOVE SPACES TO POSTING-CONTROL-RECORD
           END-READ.
           CLOSE POSTING-CONTROL-FILE.
           IF PC-LAST-BATCH-ID = WS-HDR-BATCH-ID
                   AND PC-LAST-RUN-DATE = WS-HDR-RUN-DATE
               DISPLAY " BATCH " WS-HDR-BATCH-ID " OF "
                   WS-HDR-RUN-DATE " WAS ALREADY POSTED ON "
                   PC-POSTED-DATE " - NOTHING POSTED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-SUM-MASTER                                         *
      *  BROWSES THE WHOLE MASTER IN KEY ORDER, ADDING EACH      *
      *  ACCOUNT'S BALANCE TO ITS BRANCH'S OPENING OR CLOSING    *
      *  TOTAL ACCORDING TO THE PASS.                             *
      *----------------------------------------------------------*
       3000-SUM-MASTER.
           MOVE "N" TO WS-ACCT-EOF-SW.
           MOVE ZERO TO AM-ACCT-NO.
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF-SW
           END-START.
           PERFORM 3100-SUM-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-ACCT-EOF.
       3000-EXIT.
           EXIT.

       3100-SUM-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 8100-BRANCH-SUBSCRIPT THRU 8100-EXIT.
           PERFORM 8200-CURRENT-BALANCE THRU 8200-EXIT.
           MOVE "Y" TO TB-USED-SW(WS-TB-SUB).
           IF WS-OPENING-PASS
               ADD 1 TO WS-ACCT-READ-COUNT
               ADD 1 TO TB-ACCT-COUNT(WS-TB-SUB)
               ADD WS-BALANCE TO TB-OPENING(WS-TB-SUB)
           ELSE
               ADD WS-BALANCE TO TB-CLOSING(WS-TB-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-APPLY-POSTINGS                                     *
      *----------------------------------------------------------*
       4000-APPLY-POSTINGS.
           OPEN INPUT ACK-POSTED-FILE.
           IF WS-ACKP-STATUS NOT = "00"
               DISPLAY " UNABLE TO REOPEN ACKPOST - STATUS "
                   WS-ACKP-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-ACKPOST THRU 2100-EXIT.
           PERFORM 4100-POST-ONE-DETAIL THRU 4100-EXIT
               UNTIL WS-EOF.
           CLOSE ACK-POSTED-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-POST-ONE-DETAIL                                    *
      *  AN ACKNOWLEDGED POSTING HAS ALREADY HAPPENED ON THE     *
      *  POSTING SYSTEM, SO THE LEDGER TAKES IT EVEN WHEN IT     *
      *  OVERDRAWS THE ACCOUNT OR LANDS ON A CLOSED ONE - BOTH   *
      *  ARE REPORTED AS EXCEPTIONS, NOT REFUSED. ONLY A POSTING *
      *  THE MASTER CANNOT CARRY (NO SUCH ACCOUNT, A BALANCE     *
      *  THAT WOULD OVERFLOW, A FAILED REWRITE) IS LEFT UNPOSTED *
      *  AND COUNTED IN THE NOT-POSTED TOTAL.                     *
      *----------------------------------------------------------*
       4100-POST-ONE-DETAIL.
           IF APD-RECORD-TYPE NOT = "D"
               GO TO 4100-NEXT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE APD-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO AM-BRANCH-CODE
                   MOVE ZERO TO WS-BALANCE
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPTION-REASON
                   PERFORM 4300-NOT-POSTED THRU 4300-EXIT
                   GO TO 4100-NEXT
           END-READ.
           PERFORM 8200-CURRENT-BALANCE THRU 8200-EXIT.
           ADD APD-AMOUNT TO WS-BALANCE
               ON SIZE ERROR
                   MOVE "BALANCE WOULD OVERFLOW" TO WS-EXCEPTION-REASON
                   PERFORM 4300-NOT-POSTED THRU 4300-EXIT
                   GO TO 4100-NEXT
           END-ADD.
           IF AM-OVERDRAFT-LIMIT IS NOT NUMERIC
               MOVE ZERO TO AM-OVERDRAFT-LIMIT
           END-IF.
           MOVE WS-BALANCE TO AM-LEDGER-BALANCE.
           MOVE APD-POSTED-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO WS-EXCEPTION-REASON
                   PERFORM 4300-NOT-POSTED THRU 4300-EXIT
                   MOVE "Y" TO WS-RUN-FAILED-SW
                   GO TO 4100-NEXT
           END-REWRITE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD APD-AMOUNT TO WS-POSTED-VALUE.
           PERFORM 8100-BRANCH-SUBSCRIPT THRU 8100-EXIT.
           ADD APD-AMOUNT TO TB-NET(WS-TB-SUB).
           IF AM-ACCT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "POSTED WHILE CLOSED" TO WS-EXCEPTION-REASON
               PERFORM 4200-HOLD-EXCEPTION THRU 4200-EXIT
           END-IF.
           IF WS-BALANCE < ZERO
               COMPUTE WS-OVERDRAWN-BY = ZERO - WS-BALANCE
               IF WS-OVERDRAWN-BY > AM-OVERDRAFT-LIMIT
                   ADD 1 TO WS-OVERDRAFT-COUNT
                   MOVE "OVER OVERDRAFT LIMIT" TO WS-EXCEPTION-REASON
                   PERFORM 4200-HOLD-EXCEPTION THRU 4200-EXIT
               END-IF
           END-IF.
       4100-NEXT.
           PERFORM 2100-READ-ACKPOST THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-HOLD-EXCEPTION                                     *
      *  IF THE TABLE EVER FILLS, THE EXCEPTION IS STILL COUNTED *
      *  AND THE OVERFLOW GOES TO THE CONSOLE INSTEAD OF THE     *
      *  REPORT.                                                  *
      *----------------------------------------------------------*
       4200-HOLD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-EX-COUNT = WS-EX-MAX
               DISPLAY " EXCEPTION TABLE FULL - SEQ " APD-SEQUENCE-NO
                   " ACCT " APD-ACCT-NO " " WS-EXCEPTION-REASON
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-EX-COUNT.
           MOVE APD-SEQUENCE-NO TO EXT-SEQUENCE-NO(WS-EX-COUNT).
           MOVE APD-ACCT-NO TO EXT-ACCT-NO(WS-EX-COUNT).
           MOVE AM-BRANCH-CODE TO EXT-BRANCH(WS-EX-COUNT).
           MOVE APD-TRAN-TYPE TO EXT-TRAN-TYPE(WS-EX-COUNT).
           MOVE APD-AMOUNT TO EXT-AMOUNT(WS-EX-COUNT).
           MOVE WS-BALANCE TO EXT-BALANCE(WS-EX-COUNT).
           MOVE WS-EXCEPTION-REASON TO EXT-REASON(WS-EX-COUNT).
       4200-EXIT.
           EXIT.

       4300-NOT-POSTED.
           ADD 1 TO WS-UNPOSTED-COUNT.
           ADD APD-AMOUNT TO WS-UNPOSTED-VALUE.
           PERFORM 4200-HOLD-EXCEPTION THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-EXCEPTIONS                                   *
      *----------------------------------------------------------*
       5000-WRITE-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-HEADER.
           MOVE "POSTING/TRIAL BALANCE" TO WS-RPT-HDR-LABEL.
           MOVE "RUN " TO WS-RPT-HDR-RUN-LBL.
           MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
           MOVE "BATCH: " TO WS-RPT-HDR-BAT-LBL.
           MOVE WS-HDR-BATCH-ID TO WS-RPT-HDR-BATCH-ID.
           MOVE WS-RPT-HEADER TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "POSTING EXCEPTIONS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           IF WS-EX-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO PB-LINE
               WRITE POSTING-REPORT-RECORD
           ELSE
               PERFORM 5100-WRITE-EXCEPTION-LINE THRU 5100-EXIT
                   VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE EXT-SEQUENCE-NO(WS-EX-IDX) TO WS-EXL-SEQUENCE.
           MOVE EXT-ACCT-NO(WS-EX-IDX) TO WS-EXL-ACCT-NO.
           MOVE EXT-BRANCH(WS-EX-IDX) TO WS-EXL-BRANCH.
           MOVE EXT-TRAN-TYPE(WS-EX-IDX) TO WS-EXL-TRAN-TYPE.
           MOVE EXT-AMOUNT(WS-EX-IDX) TO WS-EXL-AMOUNT.
           MOVE " BAL " TO WS-EXL-BAL-LBL.
           MOVE EXT-BALANCE(WS-EX-IDX) TO WS-EXL-BALANCE.
           MOVE EXT-REASON(WS-EX-IDX) TO WS-EXL-REASON.
           MOVE WS-EXCEPTION-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-WRITE-TRIAL-BALANCE                                *
      *  ONE LINE PER BRANCH THAT OWNS AN ACCOUNT. EVERY BRANCH  *
      *  MUST SATISFY OPENING + NET POSTED = CLOSING, WHERE THE  *
      *  OPENING AND CLOSING ARE BOTH READ BACK FROM THE MASTER; *
      *  A BRANCH THAT DOES NOT IS FLAGGED *** AND FAILS THE RUN.*
      *----------------------------------------------------------*
       6000-WRITE-TRIAL-BALANCE.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "TRIAL BALANCE BY BRANCH:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE WS-TB-HEADING-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           PERFORM 6100-WRITE-BRANCH-LINE THRU 6100-EXIT
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > 101.
           MOVE SPACES TO WS-TB-LINE.
           MOVE "**" TO WS-TBL-BRANCH.
           MOVE "ALL BRANCHES" TO WS-TBL-NAME.
           MOVE WS-TB-OPEN-TOTAL TO WS-TBL-OPENING.
           MOVE WS-TB-NET-TOTAL TO WS-TBL-NET.
           MOVE WS-TB-CLOSE-TOTAL TO WS-TBL-CLOSING.
           IF NOT WS-TB-TIED
               MOVE "***" TO WS-TBL-FLAG
           END-IF.
           MOVE WS-TB-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           IF NOT WS-TB-TIED
               DISPLAY " TRIAL BALANCE DOES NOT TIE - SEE POSTRPT "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-BRANCH-LINE.
           IF NOT TB-USED(WS-TB-SUB)
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-TB-LINE.
           IF WS-TB-SUB = 101
               MOVE "??" TO WS-TBL-BRANCH
           ELSE
               COMPUTE WS-BM-CODE-NUM = WS-TB-SUB - 1
               MOVE WS-BM-CODE-NUM TO WS-TBL-BRANCH
           END-IF.
           MOVE TB-NAME(WS-TB-SUB) TO WS-TBL-NAME.
           MOVE TB-OPENING(WS-TB-SUB) TO WS-TBL-OPENING.
           MOVE TB-NET(WS-TB-SUB) TO WS-TBL-NET.
           MOVE TB-CLOSING(WS-TB-SUB) TO WS-TBL-CLOSING.
           COMPUTE WS-TB-CHECK = TB-OPENING(WS-TB-SUB)
               + TB-NET(WS-TB-SUB) - TB-CLOSING(WS-TB-SUB).
           IF WS-TB-CHECK NOT = ZERO
               MOVE "***" TO WS-TBL-FLAG
               MOVE "N" TO WS-TB-TIED-SW
           END-IF.
           ADD TB-OPENING(WS-TB-SUB) TO WS-TB-OPEN-TOTAL.
           ADD TB-NET(WS-TB-SUB) TO WS-TB-NET-TOTAL.
           ADD TB-CLOSING(WS-TB-SUB) TO WS-TB-CLOSE-TOTAL.
           MOVE WS-TB-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-WRITE-CONTROL-TOTALS                               *
      *  THE NET POSTED MUST EQUAL THE VALUE POSTED FROM ACKPOST,*
      *  AND POSTED + NOT POSTED + UNACKNOWLEDGED MUST EQUAL THE *
      *  ARRAYOUT VALUE TOTAL - EVERY PESO EXPORTED IS ACCOUNTED *
      *  FOR ON ONE OF THE THREE LINES.                           *
      *----------------------------------------------------------*
       7000-WRITE-CONTROL-TOTALS.
           COMPUTE WS-UNACKED-COUNT =
               WS-TRL-EXPORT-COUNT - WS-TRL-ACKED-COUNT.
           COMPUTE WS-UNACKED-VALUE =
               WS-TRL-EXPORT-VALUE - WS-TRL-ACKED-VALUE.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "CONTROL TOTALS:" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ACCOUNTS ON MASTER:     " TO WS-CNT-LABEL.
           MOVE WS-ACCT-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ARRAYOUT DETAILS:       " TO WS-CNT-LABEL.
           MOVE WS-TRL-EXPORT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ARRAYOUT VALUE TOTAL:   " TO WS-CNT-LABEL.
           MOVE WS-TRL-EXPORT-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CNT-VALUE-X.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "ACKNOWLEDGED DETAILS:   " TO WS-CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "POSTED:                 " TO WS-CNT-LABEL.
           MOVE WS-POSTED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "POSTED VALUE:           " TO WS-CNT-LABEL.
           MOVE WS-POSTED-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CNT-VALUE-X.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "NOT POSTED:             " TO WS-CNT-LABEL.
           MOVE WS-UNPOSTED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "NOT POSTED VALUE:       " TO WS-CNT-LABEL.
           MOVE WS-UNPOSTED-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CNT-VALUE-X.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "UNACKNOWLEDGED:         " TO WS-CNT-LABEL.
           MOVE WS-UNACKED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "UNACKNOWLEDGED VALUE:   " TO WS-CNT-LABEL.
           MOVE WS-UNACKED-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CNT-VALUE-X.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "OVER OVERDRAFT LIMIT:   " TO WS-CNT-LABEL.
           MOVE WS-OVERDRAFT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "POSTED WHILE CLOSED:    " TO WS-CNT-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           IF WS-TB-NET-TOTAL NOT = WS-POSTED-VALUE
               DISPLAY " NET POSTED DOES NOT TIE TO POSTED VALUE "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-DETAIL-COUNT NOT =
                   WS-POSTED-COUNT + WS-UNPOSTED-COUNT
               DISPLAY " POSTING COUNTS DO NOT TIE - "
                   WS-DETAIL-COUNT " READ, " WS-POSTED-COUNT
                   " POSTED, " WS-UNPOSTED-COUNT " NOT POSTED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-POSTED-VALUE + WS-UNPOSTED-VALUE + WS-UNACKED-VALUE
                   NOT = WS-TRL-EXPORT-VALUE
               DISPLAY " POSTED + NOT POSTED + UNACKNOWLEDGED DOES "
                   "NOT TIE TO THE ARRAYOUT VALUE TOTAL "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           IF WS-RUN-FAILED
               MOVE "*** POSTING DOES NOT TIE TO ARRAYOUT"
                   TO WS-SEC-LABEL
           ELSE
               MOVE "POSTING TIES TO ARRAYOUT" TO WS-SEC-LABEL
           END-IF.
           MOVE WS-SECTION-LINE TO PB-LINE.
           WRITE POSTING-REPORT-RECORD.
           DISPLAY " POSTBAL COMPLETE - " WS-POSTED-COUNT
               " POSTED, " WS-UNPOSTED-COUNT " NOT POSTED, "
               WS-EXCEPTION-COUNT " EXCEPTIONS - SEE POSTRPT ".
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7500-WRITE-POSTING-CONTROL                              *
      *  RECORDS THE BATCH JUST POSTED SO IT CANNOT BE POSTED    *
      *  AGAIN. WRITTEN AFTER A RUN THAT TIED, AND ALSO AFTER A  *
      *  FAILED RUN THAT HAD ALREADY REWRITTEN ANY ACCOUNT, AS   *
      *  A RERUN OF A PART-POSTED BATCH WOULD POST THAT PART     *
      *  TWICE. PC-POSTED-COUNT SHOWS HOW MUCH WENT ON.           *
      *----------------------------------------------------------*
       7500-WRITE-POSTING-CONTROL.
           IF WS-RUN-FAILED
               DISPLAY " RUN FAILED AFTER " WS-POSTED-COUNT
                   " POSTINGS - BATCH " WS-HDR-BATCH-ID
                   " MARKED POSTED ON POSTCTL, CORRECT BY HAND "
           END-IF.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           IF WS-PCTL-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE POSTCTL - STATUS "
                   WS-PCTL-STATUS " - BATCH " WS-HDR-BATCH-ID
                   " MUST NOT BE POSTED AGAIN "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 7500-EXIT
           END-IF.
           MOVE SPACES TO POSTING-CONTROL-RECORD.
           MOVE WS-HDR-RUN-DATE TO PC-LAST-RUN-DATE.
           MOVE WS-HDR-BATCH-ID TO PC-LAST-BATCH-ID.
           MOVE WS-RUN-DATE TO PC-POSTED-DATE.
           MOVE WS-POSTED-COUNT TO PC-POSTED-COUNT.
           WRITE POSTING-CONTROL-RECORD.
           CLOSE POSTING-CONTROL-FILE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8100-BRANCH-SUBSCRIPT                                   *
      *  TRIAL BALANCE SUBSCRIPT FOR THE ACCOUNT IN THE MASTER   *
      *  RECORD AREA.                                             *
      *----------------------------------------------------------*
       8100-BRANCH-SUBSCRIPT.
           IF AM-BRANCH-CODE IS NUMERIC
               MOVE AM-BRANCH-CODE TO WS-BM-CODE-NUM
               COMPUTE WS-TB-SUB = WS-BM-CODE-NUM + 1
           ELSE
               MOVE 101 TO WS-TB-SUB
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8200-CURRENT-BALANCE                                    *
      *  AN ACCOUNT THAT HAS NEVER BEEN POSTED TO STILL CARRIES  *
      *  SPACES IN ITS BALANCE - THAT IS A ZERO BALANCE.          *
      *----------------------------------------------------------*
       8200-CURRENT-BALANCE.
           IF AM-LEDGER-BALANCE IS NUMERIC
               MOVE AM-LEDGER-BALANCE TO WS-BALANCE
           ELSE
               MOVE ZERO TO WS-BALANCE
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-ACCT-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-PRPT-OPEN
               CLOSE POSTING-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
