      *----------------------------------------------------------*
      *  PROGRAM   : ACCTINQ                                     *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - ONLINE ACCOUNT         *
      *  INQUIRY FOR THE BRANCH HELP DESK. THE OPERATOR SIGNS ON *
      *  THROUGH OPERMAST EXACTLY AS EXERCISE1 DOES, THEN KEYS   *
      *  ONE ACCOUNT NUMBER AT A TIME. EACH INQUIRY SHOWS, ON    *
      *  ONE SCREEN: THE ACCTMAST RECORD WITH ITS OWNING BRANCH  *
      *  NAME AND REGION FROM BRCHMAST; EVERY TRANSACTION FOR    *
      *  THE ACCOUNT IN THE RETAINED ARRAYOUT GENERATIONS (AOUT, *
      *  FOUND THROUGH RPTCATLG) WITH WHETHER THE POSTING SYSTEM *
      *  ACKNOWLEDGED IT (FROM THE PAIRED ACKP GENERATION); AND  *
      *  EVERY OPEN SUSPENSE ITEM AGAINST IT, SUSPECTED          *
      *  DUPLICATE RESUBMISSIONS INCLUDED. EVERY INQUIRY IS      *
      *  WRITTEN TO AUDITLOG UNDER CHOICE 90 WITH THE ACCOUNT    *
      *  NUMBER - NO AUDIT RECORD, NO ANSWER.                     *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - "DID IT POST LAST    *
      *                   NIGHT" NO LONGER MEANS FOUR FILES BY   *
      *                   HAND.                                   *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRCHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMS-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCAT-STATUS.

           SELECT ARRAY-OUT-GEN-FILE
               ASSIGN USING WS-AOUT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOUT-STATUS.

           SELECT ACK-POSTED-GEN-FILE
               ASSIGN USING WS-ACKG-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKG-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BRCHMREC.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  REPORT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RCATREC.

       FD  ARRAY-OUT-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXPTREC.

       FD  ACK-POSTED-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKPREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
           77  WS-OPER-STATUS          PIC XX VALUE "00".
           77  WS-BRMS-STATUS          PIC XX VALUE "00".
           77  WS-ACCT-STATUS          PIC XX VALUE "00".
           77  WS-RCAT-STATUS          PIC XX VALUE "00".
           77  WS-AOUT-STATUS          PIC XX VALUE "00".
           77  WS-ACKG-STATUS          PIC XX VALUE "00".
           77  WS-SUSP-STATUS          PIC XX VALUE "00".
           77  WS-AUDIT-STATUS         PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-ACCT-OPEN-SW         PIC X VALUE "N".
               88  WS-ACCT-OPEN                 VALUE "Y".
           77  WS-SIGNON-OK-SW         PIC X VALUE "N".
               88  WS-SIGNON-OK                 VALUE "Y".
           77  WS-AUDIT-OK-SW          PIC X VALUE "N".
               88  WS-AUDIT-OK                  VALUE "Y".
           77  WS-INQ-DONE-SW          PIC X VALUE "N".
               88  WS-INQ-DONE                  VALUE "Y".
           77  WS-ACKS-KNOWN-SW        PIC X VALUE "N".
               88  WS-ACKS-KNOWN                VALUE "Y".

           77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
           77  WS-AUD-RESULT           PIC X VALUE "A".
           77  WS-INQ-CHOICE           PIC 9(02) VALUE 90.
           77  WS-INQ-ENTRY            PIC X(06) VALUE SPACES.
           01  WS-INQ-ACCT-X           PIC X(06) VALUE SPACES.
           01  WS-INQ-ACCT REDEFINES WS-INQ-ACCT-X
                                       PIC 9(06).
           77  WS-AUD-ACCT-NO          PIC X(06) VALUE SPACES.
           77  WS-INQ-COUNT            PIC 9(05) COMP VALUE ZERO.
           77  WS-TX-SHOWN             PIC 9(05) COMP VALUE ZERO.
           77  WS-SU-SHOWN             PIC 9(05) COMP VALUE ZERO.
           77  WS-GEN-SEARCHED         PIC 9(05) COMP VALUE ZERO.
           77  WS-GEN-MISSING          PIC 9(05) COMP VALUE ZERO.
           77  WS-REASON-TEXT          PIC X(24) VALUE SPACES.
           77  WS-BALANCE-EDIT         PIC +Z(8)9.99.
           77  WS-LIMIT-EDIT           PIC Z(6)9.99.
           77  WS-AMOUNT-EDIT          PIC +Z(8)9.99.

      *----------------------------------------------------------*
      *  IN-CORE BRCHMAST, SUBSCRIPTED BY BRANCH CODE PLUS ONE - *
      *  THE SAME SHAPE EXERCISE1 LOADS IT INTO.                  *
      *----------------------------------------------------------*
           01  WS-BRANCH-MASTER-TABLE.
               05  WS-BMT-ENTRY        OCCURS 100 TIMES.
                   10  BMT-KNOWN-SW    PIC X(01).
                       88  BMT-KNOWN            VALUE "Y".
                   10  BMT-NAME        PIC X(20).
                   10  BMT-REGION      PIC X(02).
                   10  BMT-ACTIVE-FLAG PIC X(01).
           77  WS-BM-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-BM-SUB               PIC 9(03) COMP VALUE ZERO.
           77  WS-BM-CODE-NUM          PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *  THE RETAINED ARRAYOUT GENERATIONS, OLDEST FIRST, AS     *
      *  CATALOGED ON RPTCATLG. AN EXPORT RERUN IN ONE BATCH     *
      *  REWRITES THE SAME FILE NAME, SO EACH NAME IS HELD ONCE. *
      *----------------------------------------------------------*
           01  WS-GENERATION-TABLE.
               05  WS-GN-ENTRY         OCCURS 1000 TIMES.
                   10  GN-FILE-NAME    PIC X(22).
                   10  GN-RUN-DATE     PIC 9(08).
                   10  GN-BATCH-ID     PIC X(08).
           77  WS-GN-COUNT             PIC 9(04) COMP VALUE ZERO.
           77  WS-GN-MAX               PIC 9(04) COMP VALUE 1000.
           77  WS-GN-IDX               PIC 9(04) COMP VALUE ZERO.
           77  WS-GN-HIT               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  THE INQUIRED ACCOUNT'S DETAILS FROM ONE GENERATION,     *
      *  HELD UNTIL ITS ACKP PARTNER HAS BEEN READ.               *
      *----------------------------------------------------------*
           01  WS-HIT-TABLE.
               05  WS-HT-ENTRY         OCCURS 200 TIMES.
                   10  HT-SEQUENCE-NO  PIC 9(05).
                   10  HT-TRAN-TYPE    PIC X(01).
                   10  HT-AMOUNT       PIC S9(09)V99 COMP-3.
                   10  HT-ACKED-SW     PIC X(01).
                       88  HT-ACKED             VALUE "Y".
                   10  HT-POSTED-DATE  PIC 9(08).
           77  WS-HT-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-HT-MAX               PIC 9(03) COMP VALUE 200.
           77  WS-HT-IDX               PIC 9(03) COMP VALUE ZERO.

           77  WS-AOUT-GEN-NAME        PIC X(22) VALUE SPACES.

           01  WS-ACKG-GEN-NAME.
               05  WS-AGN-TYPE         PIC X(04) VALUE "ACKP".
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-AGN-DATE         PIC 9(08).
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-AGN-BATCH        PIC X(08).

      *----------------------------------------------------------*
      *  SCREEN LINES - EACH PARAGRAPH MOVES SPACES TO ITS LINE  *
      *  FIRST, FILLS ITS FIELDS, THEN DISPLAYS IT.               *
      *----------------------------------------------------------*
           01  WS-TRAN-HEADING.
               05  FILLER              PIC X(20)
                   VALUE " RUN DATE BATCH ID ".
               05  FILLER              PIC X(20)
                   VALUE "  SEQ  T         AMO".
               05  FILLER              PIC X(20)
                   VALUE "UNT  ACKNOWLEDGED   ".
               05  FILLER              PIC X(20) VALUE SPACES.

           01  WS-TRAN-LINE.
               05  FILLER              PIC X(01).
               05  WS-TRL-RUN-DATE     PIC 9(08).
               05  FILLER              PIC X(01).
               05  WS-TRL-BATCH-ID     PIC X(08).
               05  FILLER              PIC X(02).
               05  WS-TRL-SEQUENCE     PIC 9(05).
               05  FILLER              PIC X(02).
               05  WS-TRL-TRAN-TYPE    PIC X(01).
               05  FILLER              PIC X(02).
               05  WS-TRL-AMOUNT       PIC +Z(8)9.99.
               05  FILLER              PIC X(02).
               05  WS-TRL-ACK          PIC X(14).
               05  FILLER              PIC X(21).

           01  WS-ACK-TEXT.
               05  WS-ACT-LABEL        PIC X(04).
               05  WS-ACT-DATE         PIC 9(08).
               05  FILLER              PIC X(02).

           01  WS-SUSP-HEADING.
               05  FILLER              PIC X(20)
                   VALUE " DATE     BATCH ID I".
               05  FILLER              PIC X(20)
                   VALUE "TEM  SOURCE   T     ".
               05  FILLER              PIC X(20)
                   VALUE "   AMOUNT  REASON   ".
               05  FILLER              PIC X(20) VALUE SPACES.

           01  WS-SUSP-LINE.
               05  FILLER              PIC X(01).
               05  WS-SPL-SUSP-DATE    PIC 9(08).
               05  FILLER              PIC X(01).
               05  WS-SPL-BATCH-ID     PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-SPL-ITEM-SEQ     PIC 9(05).
               05  FILLER              PIC X(01).
               05  WS-SPL-SOURCE       PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-SPL-TRAN-TYPE    PIC X(01).
               05  FILLER              PIC X(01).
               05  WS-SPL-AMOUNT       PIC X(13).
               05  FILLER              PIC X(02).
               05  WS-SPL-REASON       PIC X(24).
               05  FILLER              PIC X(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SIGNON-OK
               PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT
                   UNTIL WS-INQ-DONE
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-SIGNON-OK
               DISPLAY " ACCTINQ COMPLETE - " WS-INQ-COUNT
                   " INQUIRIES LOGGED TO AUDITLOG "
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                         *
      *  SIGN-ON FIRST - A REFUSED SIGN-ON IS LOGGED AS A DENIAL *
      *  AND NOTHING ELSE IS OPENED. A MISSING ACCTMAST DOES NOT *
      *  STOP THE INQUIRY; THE TRANSACTION AND SUSPENSE SECTIONS *
      *  STILL ANSWER.                                            *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY " Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 1100-VALIDATE-SIGNON THRU 1100-EXIT.
           IF NOT WS-SIGNON-OK
               DISPLAY " SIGN-ON REFUSED FOR " WS-OPERATOR-ID
               MOVE "D" TO WS-AUD-RESULT
               MOVE SPACES TO WS-AUD-ACCT-NO
               PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-BRANCHES THRU 1300-EXIT.
           PERFORM 1400-LOAD-GENERATIONS THRU 1400-EXIT.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACCTMAST - STATUS "
                   WS-ACCT-STATUS " - MASTER DETAIL UNAVAILABLE "
           ELSE
               MOVE "Y" TO WS-ACCT-OPEN-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-VALIDATE-SIGNON                                    *
      *  ONLY A KNOWN OPERMAST ID CARRYING THE ACTIVE FLAG SIGNS *
      *  ON - A MISSING MASTER REFUSES EVERYONE, AS IN EXERCISE1.*
      *----------------------------------------------------------*
       1100-VALIDATE-SIGNON.
           MOVE "N" TO WS-SIGNON-OK-SW.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN OPERMAST - STATUS "
                   WS-OPER-STATUS " - ALL SIGN-ONS REFUSED "
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1110-MATCH-OPERATOR THRU 1110-EXIT
               UNTIL WS-EOF.
           CLOSE OPERATOR-MASTER-FILE.
       1100-EXIT.
           EXIT.

       1110-MATCH-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF OM-OPERATOR-ID = WS-OPERATOR-ID
               IF OM-OPER-ACTIVE
                   MOVE "Y" TO WS-SIGNON-OK-SW
               END-IF
               MOVE "Y" TO WS-EOF-SW
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-BRANCHES                                      *
      *  A MISSING BRCHMAST LEAVES EVERY BRANCH UNKNOWN RATHER   *
      *  THAN INVENTING NAMES.                                    *
      *----------------------------------------------------------*
       1300-LOAD-BRANCHES.
           PERFORM 1320-CLEAR-BRANCH-MASTER THRU 1320-EXIT
               VARYING WS-BM-SUB FROM 1 BY 1
               UNTIL WS-BM-SUB > 100.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN BRCHMAST - STATUS "
                   WS-BRMS-STATUS " - ALL BRANCHES UNKNOWN "
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1310-LOAD-ONE-BRANCH THRU 1310-EXIT
               UNTIL WS-EOF.
           CLOSE BRANCH-MASTER-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1310-EXIT
           END-READ.
           IF BM-BRANCH-CODE IS NOT NUMERIC
               GO TO 1310-EXIT
           END-IF.
           MOVE BM-BRANCH-CODE TO WS-BM-CODE-NUM.
           COMPUTE WS-BM-SUB = WS-BM-CODE-NUM + 1.
           ADD 1 TO WS-BM-COUNT.
           MOVE "Y" TO BMT-KNOWN-SW(WS-BM-SUB).
           MOVE BM-BRANCH-NAME TO BMT-NAME(WS-BM-SUB).
           MOVE BM-REGION-CODE TO BMT-REGION(WS-BM-SUB).
           MOVE BM-ACTIVE-FLAG TO BMT-ACTIVE-FLAG(WS-BM-SUB).
       1310-EXIT.
           EXIT.

       1320-CLEAR-BRANCH-MASTER.
           MOVE "N" TO BMT-KNOWN-SW(WS-BM-SUB).
           MOVE SPACES TO BMT-NAME(WS-BM-SUB).
           MOVE SPACES TO BMT-REGION(WS-BM-SUB).
           MOVE SPACES TO BMT-ACTIVE-FLAG(WS-BM-SUB).
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-LOAD-GENERATIONS                                   *
      *  PICKS THE AOUT ENTRIES OFF RPTCATLG. NO CATALOG MEANS   *
      *  NO RETAINED EXPORTS YET - THE TRANSACTION SECTION JUST  *
      *  SHOWS NONE.                                              *
      *----------------------------------------------------------*
       1400-LOAD-GENERATIONS.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RCAT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN RPTCATLG - STATUS "
                   WS-RCAT-STATUS " - NO EXPORT HISTORY "
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1410-LOAD-ONE-GENERATION THRU 1410-EXIT
               UNTIL WS-EOF.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY " " WS-GN-COUNT
               " RETAINED ARRAYOUT GENERATIONS ON RPTCATLG ".
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-GENERATION.
           READ REPORT-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           IF RCAT-REPORT-TYPE NOT = "AOUT"
                   OR RCAT-RUN-DATE IS NOT NUMERIC
               GO TO 1410-EXIT
           END-IF.
           MOVE ZERO TO WS-GN-HIT.
           PERFORM 1420-MATCH-GENERATION THRU 1420-EXIT
               VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT.
           IF WS-GN-HIT > ZERO
               GO TO 1410-EXIT
           END-IF.
           IF WS-GN-COUNT = WS-GN-MAX
               DISPLAY " GENERATION TABLE FULL - SKIPPING "
                   RCAT-FILE-NAME
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-GN-COUNT.
           MOVE RCAT-FILE-NAME TO GN-FILE-NAME(WS-GN-COUNT).
           MOVE RCAT-RUN-DATE TO GN-RUN-DATE(WS-GN-COUNT).
           MOVE RCAT-BATCH-ID TO GN-BATCH-ID(WS-GN-COUNT).
       1410-EXIT.
           EXIT.

       1420-MATCH-GENERATION.
           IF GN-FILE-NAME(WS-GN-IDX) = RCAT-FILE-NAME
               MOVE WS-GN-IDX TO WS-GN-HIT
           END-IF.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-INQUIRE-ONE                                        *
      *  A BLANK ENTRY ENDS THE SESSION. THE INQUIRY IS LOGGED   *
      *  BEFORE ANYTHING IS SHOWN - IF AUDITLOG CANNOT BE        *
      *  WRITTEN THE ACCOUNT IS NOT SHOWN AT ALL.                 *
      *----------------------------------------------------------*
       2000-INQUIRE-ONE.
           DISPLAY " ".
           DISPLAY " Account number (blank to end): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-INQ-ENTRY.
           ACCEPT WS-INQ-ENTRY.
           IF WS-INQ-ENTRY = SPACES
               MOVE "Y" TO WS-INQ-DONE-SW
               GO TO 2000-EXIT
           END-IF.
           IF WS-INQ-ENTRY IS NOT NUMERIC
               DISPLAY " ACCOUNT NUMBER MUST BE SIX DIGITS "
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-INQ-ENTRY TO WS-INQ-ACCT-X.
           MOVE "A" TO WS-AUD-RESULT.
           MOVE WS-INQ-ACCT-X TO WS-AUD-ACCT-NO.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           IF NOT WS-AUDIT-OK
               DISPLAY " INQUIRY NOT LOGGED - ACCOUNT NOT SHOWN "
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-INQ-COUNT.
           DISPLAY " ".
           DISPLAY " ACCOUNT INQUIRY - ACCOUNT " WS-INQ-ACCT-X
               "  OPERATOR " WS-OPERATOR-ID.
           PERFORM 3000-SHOW-MASTER THRU 3000-EXIT.
           PERFORM 4000-SHOW-TRANSACTIONS THRU 4000-EXIT.
           PERFORM 5000-SHOW-EXCEPTIONS THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-SHOW-MASTER                                        *
      *  A BALANCE OR DATE STILL BLANK FROM BEFORE THE LEDGER    *
      *  FIELDS EXISTED SHOWS AS ZERO, AS EVERY READER TREATS IT.*
      *----------------------------------------------------------*
       3000-SHOW-MASTER.
           DISPLAY " MASTER RECORD:".
           IF NOT WS-ACCT-OPEN
               DISPLAY "  ACCTMAST UNAVAILABLE "
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-INQ-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "  NOT ON ACCTMAST "
                   GO TO 3000-EXIT
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "  UNABLE TO READ ACCTMAST - STATUS "
                   WS-ACCT-STATUS
               GO TO 3000-EXIT
           END-IF.
           IF AM-ACCT-OPEN
               DISPLAY "  STATUS   OPEN"
           ELSE
               IF AM-ACCT-CLOSED
                   DISPLAY "  STATUS   CLOSED"
               ELSE
                   DISPLAY "  STATUS   UNKNOWN (" AM-STATUS-FLAG ")"
               END-IF
           END-IF.
           PERFORM 3100-SHOW-BRANCH THRU 3100-EXIT.
           IF AM-LEDGER-BALANCE IS NUMERIC
               MOVE AM-LEDGER-BALANCE TO WS-BALANCE-EDIT
           ELSE
               MOVE ZERO TO WS-BALANCE-EDIT
           END-IF.
           IF AM-OVERDRAFT-LIMIT IS NUMERIC
               MOVE AM-OVERDRAFT-LIMIT TO WS-LIMIT-EDIT
           ELSE
               MOVE ZERO TO WS-LIMIT-EDIT
           END-IF.
           DISPLAY "  BALANCE  " WS-BALANCE-EDIT
               "  OVERDRAFT LIMIT " WS-LIMIT-EDIT.
           IF AM-LAST-ACTIVITY-DATE IS NUMERIC
               DISPLAY "  LAST ACTIVITY " AM-LAST-ACTIVITY-DATE
           ELSE
               DISPLAY "  LAST ACTIVITY NONE"
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-SHOW-BRANCH                                        *
      *----------------------------------------------------------*
       3100-SHOW-BRANCH.
           IF AM-BRANCH-CODE IS NOT NUMERIC
               DISPLAY "  BRANCH   " AM-BRANCH-CODE
                   " *UNKNOWN*  REGION ??"
               GO TO 3100-EXIT
           END-IF.
           MOVE AM-BRANCH-CODE TO WS-BM-CODE-NUM.
           COMPUTE WS-BM-SUB = WS-BM-CODE-NUM + 1.
           IF NOT BMT-KNOWN(WS-BM-SUB)
               DISPLAY "  BRANCH   " AM-BRANCH-CODE
                   " *UNKNOWN*  REGION ??"
               GO TO 3100-EXIT
           END-IF.
           IF BMT-ACTIVE-FLAG(WS-BM-SUB) = "I"
               DISPLAY "  BRANCH   " AM-BRANCH-CODE " "
                   BMT-NAME(WS-BM-SUB) "  REGION "
                   BMT-REGION(WS-BM-SUB) "  (BRANCH INACTIVE)"
           ELSE
               DISPLAY "  BRANCH   " AM-BRANCH-CODE " "
                   BMT-NAME(WS-BM-SUB) "  REGION "
                   BMT-REGION(WS-BM-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-SHOW-TRANSACTIONS                                  *
      *  EVERY RETAINED EXPORT, OLDEST FIRST. A GENERATION STILL *
      *  ON THE CATALOG BUT GONE FROM DISK IS COUNTED, NOT       *
      *  GUESSED AT.                                              *
      *----------------------------------------------------------*
       4000-SHOW-TRANSACTIONS.
           DISPLAY " TRANSACTIONS IN RETAINED ARRAYOUT GENERATIONS:".
           DISPLAY WS-TRAN-HEADING.
           MOVE ZERO TO WS-TX-SHOWN.
           MOVE ZERO TO WS-GEN-SEARCHED.
           MOVE ZERO TO WS-GEN-MISSING.
           PERFORM 4100-SCAN-GENERATION THRU 4100-EXIT
               VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT.
           IF WS-TX-SHOWN = ZERO
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "  " WS-GEN-SEARCHED " GENERATIONS SEARCHED, "
               WS-GEN-MISSING " CATALOGED BUT NOT ON DISK".
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-SCAN-GENERATION                                    *
      *----------------------------------------------------------*
       4100-SCAN-GENERATION.
           MOVE GN-FILE-NAME(WS-GN-IDX) TO WS-AOUT-GEN-NAME.
           OPEN INPUT ARRAY-OUT-GEN-FILE.
           IF WS-AOUT-STATUS NOT = "00"
               ADD 1 TO WS-GEN-MISSING
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-GEN-SEARCHED.
           MOVE ZERO TO WS-HT-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 4110-CHECK-ONE-DETAIL THRU 4110-EXIT
               UNTIL WS-EOF.
           CLOSE ARRAY-OUT-GEN-FILE.
           IF WS-HT-COUNT = ZERO
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-MARK-ACKS THRU 4200-EXIT.
           PERFORM 4300-SHOW-ONE-TRANSACTION THRU 4300-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT.
       4100-EXIT.
           EXIT.

       4110-CHECK-ONE-DETAIL.
           READ ARRAY-OUT-GEN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4110-EXIT
           END-READ.
           IF AOD-RECORD-TYPE NOT = "D"
                   OR AOD-SEQUENCE-NO IS NOT NUMERIC
                   OR AOD-ACCT-NO IS NOT NUMERIC
               GO TO 4110-EXIT
           END-IF.
           IF AOD-ACCT-NO NOT = WS-INQ-ACCT
               GO TO 4110-EXIT
           END-IF.
           IF WS-HT-COUNT = WS-HT-MAX
               DISPLAY "  TABLE FULL - SKIPPING SEQUENCE "
                   AOD-SEQUENCE-NO
               GO TO 4110-EXIT
           END-IF.
           ADD 1 TO WS-HT-COUNT.
           MOVE AOD-SEQUENCE-NO TO HT-SEQUENCE-NO(WS-HT-COUNT).
           MOVE AOD-TRAN-TYPE TO HT-TRAN-TYPE(WS-HT-COUNT).
           IF AOD-AMOUNT IS NUMERIC
               MOVE AOD-AMOUNT TO HT-AMOUNT(WS-HT-COUNT)
           ELSE
               MOVE ZERO TO HT-AMOUNT(WS-HT-COUNT)
           END-IF.
           MOVE "N" TO HT-ACKED-SW(WS-HT-COUNT).
           MOVE ZERO TO HT-POSTED-DATE(WS-HT-COUNT).
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-MARK-ACKS                                          *
      *  THE ACKP GENERATION OF THE SAME RUN DATE AND BATCH ID   *
      *  CARRIES ONLY THE ACKNOWLEDGED DETAILS. NO ACKP AT ALL   *
      *  MEANS ACKRECON HAS NOT RECONCILED THAT EXPORT YET, SO   *
      *  ITS LINES ARE NEITHER YES NOR NO.                        *
      *----------------------------------------------------------*
       4200-MARK-ACKS.
           MOVE "N" TO WS-ACKS-KNOWN-SW.
           MOVE GN-RUN-DATE(WS-GN-IDX) TO WS-AGN-DATE.
           MOVE GN-BATCH-ID(WS-GN-IDX) TO WS-AGN-BATCH.
           OPEN INPUT ACK-POSTED-GEN-FILE.
           IF WS-ACKG-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO WS-ACKS-KNOWN-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 4210-MATCH-ONE-ACK THRU 4210-EXIT
               UNTIL WS-EOF.
           CLOSE ACK-POSTED-GEN-FILE.
       4200-EXIT.
           EXIT.

       4210-MATCH-ONE-ACK.
           READ ACK-POSTED-GEN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4210-EXIT
           END-READ.
           IF APD-RECORD-TYPE NOT = "D"
                   OR APD-SEQUENCE-NO IS NOT NUMERIC
                   OR APD-ACCT-NO IS NOT NUMERIC
               GO TO 4210-EXIT
           END-IF.
           IF APD-ACCT-NO NOT = WS-INQ-ACCT
               GO TO 4210-EXIT
           END-IF.
           PERFORM 4220-MARK-ONE-HIT THRU 4220-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT.
       4210-EXIT.
           EXIT.

       4220-MARK-ONE-HIT.
           IF HT-SEQUENCE-NO(WS-HT-IDX) = APD-SEQUENCE-NO
               MOVE "Y" TO HT-ACKED-SW(WS-HT-IDX)
               IF APD-POSTED-DATE IS NUMERIC
                   MOVE APD-POSTED-DATE TO HT-POSTED-DATE(WS-HT-IDX)
               END-IF
           END-IF.
       4220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4300-SHOW-ONE-TRANSACTION                               *
      *----------------------------------------------------------*
       4300-SHOW-ONE-TRANSACTION.
           ADD 1 TO WS-TX-SHOWN.
           MOVE SPACES TO WS-TRAN-LINE.
           MOVE GN-RUN-DATE(WS-GN-IDX) TO WS-TRL-RUN-DATE.
           MOVE GN-BATCH-ID(WS-GN-IDX) TO WS-TRL-BATCH-ID.
           MOVE HT-SEQUENCE-NO(WS-HT-IDX) TO WS-TRL-SEQUENCE.
           MOVE HT-TRAN-TYPE(WS-HT-IDX) TO WS-TRL-TRAN-TYPE.
           MOVE HT-AMOUNT(WS-HT-IDX) TO WS-TRL-AMOUNT.
           MOVE SPACES TO WS-ACK-TEXT.
           IF NOT WS-ACKS-KNOWN
               MOVE "NOT RECONCILED" TO WS-ACK-TEXT
           ELSE
               IF HT-ACKED(WS-HT-IDX)
                   MOVE "YES " TO WS-ACT-LABEL
                   MOVE HT-POSTED-DATE(WS-HT-IDX) TO WS-ACT-DATE
               ELSE
                   MOVE "NO" TO WS-ACK-TEXT
               END-IF
           END-IF.
           MOVE WS-ACK-TEXT TO WS-TRL-ACK.
           DISPLAY WS-TRAN-LINE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-SHOW-EXCEPTIONS                                    *
      *  EVERY SUSPENSE ITEM STILL OPEN AGAINST THE ACCOUNT -    *
      *  REJECTED DETAILS AWAITING REPAIR AND DETAILS HELD AS    *
      *  SUSPECTED DUPLICATE RESUBMISSIONS ALIKE.                 *
      *----------------------------------------------------------*
       5000-SHOW-EXCEPTIONS.
           DISPLAY " OPEN SUSPENSE AND DUPLICATE EXCEPTIONS:".
           MOVE ZERO TO WS-SU-SHOWN.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               DISPLAY "  NONE"
               GO TO 5000-EXIT
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "  UNABLE TO OPEN SUSPENSE - STATUS "
                   WS-SUSP-STATUS
               GO TO 5000-EXIT
           END-IF.
           DISPLAY WS-SUSP-HEADING.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 5100-CHECK-ONE-ITEM THRU 5100-EXIT
               UNTIL WS-EOF.
           CLOSE SUSPENSE-FILE.
           IF WS-SU-SHOWN = ZERO
               DISPLAY "  NONE"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           IF NOT SU-ITEM-OPEN
                   OR SU-ACCT-NO-X NOT = WS-INQ-ACCT-X
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-SU-SHOWN.
           PERFORM 5200-REASON-TEXT THRU 5200-EXIT.
           MOVE SPACES TO WS-SUSP-LINE.
           MOVE SU-SUSPEND-DATE TO WS-SPL-SUSP-DATE.
           MOVE SU-BATCH-ID TO WS-SPL-BATCH-ID.
           MOVE SU-ITEM-SEQ TO WS-SPL-ITEM-SEQ.
           MOVE SU-SOURCE-FILE TO WS-SPL-SOURCE.
           MOVE SU-TRAN-TYPE TO WS-SPL-TRAN-TYPE.
           IF SU-AMOUNT IS NUMERIC
               MOVE SU-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-SPL-AMOUNT
           ELSE
               MOVE SU-AMOUNT-X TO WS-SPL-AMOUNT
           END-IF.
           MOVE WS-REASON-TEXT TO WS-SPL-REASON.
           DISPLAY WS-SUSP-LINE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5200-REASON-TEXT                                        *
      *  SAME WORDING SUSPMGR REJECTS A FAILED REPAIR WITH.       *
      *----------------------------------------------------------*
       5200-REASON-TEXT.
           MOVE SPACES TO WS-REASON-TEXT.
           IF SU-RSN-ACCT-NOT-NUMERIC
               MOVE "ACCT NOT NUMERIC" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-ACCT-OUT-OF-RANGE
               MOVE "ACCT OUT OF RANGE" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-AMT-NOT-NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-TYPE-MISSING
               MOVE "TYPE CODE MISSING" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-TYPE-UNKNOWN
               MOVE "TYPE NOT ON TRANCODE" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-WRONG-SIGN
               MOVE "WRONG SIGN FOR TYPE" TO WS-REASON-TEXT
           END-IF.
           IF SU-RSN-SUSPECT-RESUBMIT
               MOVE "HELD - SUSPECTED DUP" TO WS-REASON-TEXT
           END-IF.
           IF WS-REASON-TEXT = SPACES
               MOVE "REASON CODE " TO WS-REASON-TEXT
               MOVE SU-REASON-CODE TO WS-REASON-TEXT(13:2)
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-AUDIT                                        *
      *  SAME APPEND-OR-CREATE AS EXERCISE1. WS-AUDIT-OK-SW      *
      *  TELLS THE CALLER WHETHER THE RECORD REALLY WENT DOWN.    *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT.
           MOVE "N" TO WS-AUDIT-OK-SW.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN AUDITLOG - STATUS "
                   WS-AUDIT-STATUS
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TIMESTAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIMESTAMP-TIME FROM TIME.
           MOVE WS-INQ-CHOICE TO AUD-CHOICE.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUD-RESULT TO AUD-RESULT.
           MOVE WS-AUD-ACCT-NO TO AUD-ACCT-NO.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-OK-SW
           ELSE
               DISPLAY " UNABLE TO WRITE AUDITLOG - STATUS "
                   WS-AUDIT-STATUS
           END-IF.
           CLOSE AUDIT-LOG-FILE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-ACCT-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
