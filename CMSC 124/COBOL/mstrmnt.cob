      *----------------------------------------------------------*
      *  PROGRAM   : MSTRMNT                                     *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - MAINTAINS THE OPERMAST *
      *  OPERATOR MASTER AND THE BRCHMAST BRANCH MASTER FROM THE *
      *  MSTRTRAN TRANSACTION FILE, SO NEITHER IS EDITED BY HAND *
      *  ANY MORE. EVERY TRANSACTION NAMES THE OPERATOR WHO      *
      *  SUBMITTED IT, WHO MUST BE ACTIVE AND HOLD MAINTENANCE   *
      *  AUTHORITY ON OPERMAST. NAMES, REGIONS AND ACTIVE FLAGS  *
      *  CHANGE AT ONCE. A CHANGE TO AN OPERATOR'S AUTHORITY     *
      *  BYTES IS ONLY HELD ON THE PENDAUTH FILE UNTIL A SECOND, *
      *  DIFFERENT OPERATOR WITH MAINTENANCE AUTHORITY APPROVES  *
      *  IT ON A LATER TRANSACTION (OR THE SAME FILE) - NOBODY   *
      *  CAN APPROVE THEIR OWN REQUEST OR THEIR OWN AUTHORITY.   *
      *  EVERY APPLIED CHANGE IS PRINTED ON THE DATED SECURITY   *
      *  CHANGE REPORT (SECR GENERATION, CATALOGED ON RPTCATLG)  *
      *  WITH ITS BEFORE AND AFTER VALUES AND BOTH OPERATOR IDS, *
      *  FOLLOWED BY THE REQUESTS STILL AWAITING APPROVAL, THE   *
      *  REJECTED TRANSACTIONS, AND COUNTS THAT TIE TO THE FILE: *
      *  READ = ACCEPTED + REJECTED.                              *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - TAKES THE HAND EDITS *
      *                   TO OPERMAST AND BRCHMAST OUT OF THE     *
      *                   PROCESS AND PUTS AUTHORITY CHANGES      *
      *                   UNDER DUAL CONTROL.                     *
      *  2026-10-15  JCS  A FAILED WRITE DURING THE OPERMAST,     *
      *                   BRCHMAST OR PENDAUTH REWRITE NOW FAILS  *
      *                   THE RUN INSTEAD OF LEAVING IT SHORT.    *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRMNT.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-TRANS-FILE
               ASSIGN TO "MSTRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRCHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRMS-STATUS.

           SELECT PENDING-AUTH-FILE
               ASSIGN TO "PENDAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SECURITY-REPORT-FILE
               ASSIGN USING WS-SECR-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECR-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MTRNREC.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BRCHMREC.

       FD  PENDING-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PAUTREC.

       FD  SECURITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECRREC.

       FD  REPORT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RCATREC.

       WORKING-STORAGE SECTION.
           77  WS-TRAN-STATUS          PIC XX VALUE "00".
           77  WS-OPER-STATUS          PIC XX VALUE "00".
           77  WS-BRMS-STATUS          PIC XX VALUE "00".
           77  WS-PEND-STATUS          PIC XX VALUE "00".
           77  WS-SECR-STATUS          PIC XX VALUE "00".
           77  WS-RCAT-STATUS          PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-LOAD-EOF-SW          PIC X VALUE "N".
               88  WS-LOAD-EOF                  VALUE "Y".
           77  WS-TRAN-OPEN-SW         PIC X VALUE "N".
               88  WS-TRAN-OPEN                 VALUE "Y".
           77  WS-SECR-OPEN-SW         PIC X VALUE "N".
               88  WS-SECR-OPEN                 VALUE "Y".
           77  WS-MASTERS-LOADED-SW    PIC X VALUE "N".
               88  WS-MASTERS-LOADED            VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-OPER-CHANGED-SW      PIC X VALUE "N".
               88  WS-OPER-CHANGED              VALUE "Y".
           77  WS-BRCH-CHANGED-SW      PIC X VALUE "N".
               88  WS-BRCH-CHANGED              VALUE "Y".
           77  WS-AUTH-OK-SW           PIC X VALUE "Y".
               88  WS-AUTH-OK                   VALUE "Y".

           77  WS-TRAN-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-ACCEPTED-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-RAISED-COUNT         PIC 9(05) COMP VALUE ZERO.
           77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-DECLINED-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
           77  WS-REJECT-REASON        PIC X(28) VALUE SPACES.

           77  WS-OPT-COUNT            PIC 9(03) COMP VALUE ZERO.
           77  WS-OPT-MAX              PIC 9(03) COMP VALUE 20.
           77  WS-OPT-IDX              PIC 9(03) COMP VALUE ZERO.
           77  WS-OPT-HIT              PIC 9(03) COMP VALUE ZERO.
           77  WS-SUBM-HIT             PIC 9(03) COMP VALUE ZERO.
           77  WS-BT-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-BT-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-BT-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-BT-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-PT-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-PT-MAX               PIC 9(03) COMP VALUE 50.
           77  WS-PT-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-PT-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-RJ-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-RJ-MAX               PIC 9(03) COMP VALUE 200.
           77  WS-RJ-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-AUTH-IDX             PIC 9(02) COMP VALUE ZERO.

           77  WS-FIND-ID              PIC X(08) VALUE SPACES.
           77  WS-FIND-CODE            PIC X(02) VALUE SPACES.
           77  WS-NEW-NAME             PIC X(20) VALUE SPACES.
           77  WS-NEW-REGION           PIC X(02) VALUE SPACES.
           77  WS-NEW-AUTH             PIC X(15) VALUE SPACES.
           77  WS-NO-AUTH              PIC X(15)
                                       VALUE "NNNNNNNNNNNNNNN".
           77  WS-CAT-COUNT            PIC 9(05) VALUE ZERO.

           01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           01  WS-RUN-TIME             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      *  THE SECURITY CHANGE REPORT IS A DATED GENERATION LIKE   *
      *  THE FILL'S REPORTS. THERE IS NO BATCH ID HERE, SO THE   *
      *  RUN TIME TAKES ITS PLACE - TWO RUNS IN ONE DAY EACH     *
      *  KEEP THEIR OWN REPORT.                                   *
      *----------------------------------------------------------*
           01  WS-SECR-GEN-NAME.
               05  WS-SGN-TYPE         PIC X(04) VALUE "SECR".
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-SGN-DATE         PIC 9(08).
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-SGN-TIME         PIC X(08).

      *----------------------------------------------------------*
      *  IN-CORE COPIES OF THE TWO MASTERS, IN FILE ORDER, WHOLE *
      *  RECORDS - EVERYTHING IS APPLIED HERE AND THE MASTERS    *
      *  ARE WRITTEN BACK ONLY AFTER THE LAST TRANSACTION. THE   *
      *  OPERATOR TABLE HOLDS THE SAME TWENTY THE MENU SUITE     *
      *  LOADS AT SIGN-ON - A TWENTY-FIRST OPERATOR COULD NEVER  *
      *  SIGN ON, SO IT IS NOT ADDED.                             *
      *----------------------------------------------------------*
           01  WS-OPERATOR-TABLE.
               05  WS-OPT-ENTRY        OCCURS 20 TIMES.
                   10  OPT-ID          PIC X(08).
                   10  OPT-NAME        PIC X(20).
                   10  OPT-ACTIVE-FLAG PIC X(01).
                   10  OPT-AUTHORITIES.
                       15  OPT-OPTION-AUTH
                                       PIC X(14).
                       15  OPT-MAINT-AUTH
                                       PIC X(01).
                   10  OPT-REST        PIC X(06).

           01  WS-BRANCH-TABLE.
               05  WS-BT-ENTRY         OCCURS 100 TIMES.
                   10  BT-CODE         PIC X(02).
                   10  BT-NAME         PIC X(20).
                   10  BT-REGION       PIC X(02).
                   10  BT-ACTIVE-FLAG  PIC X(01).
                   10  BT-REST         PIC X(55).

      *----------------------------------------------------------*
      *  PENDING AUTHORITY CHANGES - ONE PER OPERATOR AT MOST.   *
      *  AN APPROVED OR DECLINED REQUEST IS CLOSED HERE AND      *
      *  DROPS OFF WHEN PENDAUTH IS REWRITTEN.                    *
      *----------------------------------------------------------*
           01  WS-PENDING-TABLE.
               05  WS-PT-ENTRY         OCCURS 50 TIMES.
                   10  PT-OPERATOR-ID  PIC X(08).
                   10  PT-REQUESTED-BY PIC X(08).
                   10  PT-REQUEST-DATE PIC 9(08).
                   10  PT-BEFORE-AUTH  PIC X(15).
                   10  PT-AFTER-AUTH   PIC X(15).
                   10  PT-OPEN-SW      PIC X(01).
                       88  PT-OPEN              VALUE "Y".

      *----------------------------------------------------------*
      *  REJECTED TRANSACTIONS ARE HELD FOR THEIR OWN SECTION,   *
      *  AS IN ACCTUPDT.                                          *
      *----------------------------------------------------------*
           01  WS-REJECT-TABLE.
               05  WS-RJ-ENTRY         OCCURS 200 TIMES.
                   10  RJ-CODES        PIC X(02).
                   10  RJ-KEY          PIC X(08).
                   10  RJ-SUBMITTED-BY PIC X(08).
                   10  RJ-REASON       PIC X(28).

      *----------------------------------------------------------*
      *  ONE CHANGE LINE IS BUILT HERE, THEN PRINTED BY 2800.     *
      *----------------------------------------------------------*
           01  WS-CHANGE-WORK.
               05  WS-CW-MASTER        PIC X(04).
               05  WS-CW-KEY           PIC X(08).
               05  WS-CW-ACTION        PIC X(11).
               05  WS-CW-FIELD         PIC X(09).
               05  WS-CW-BEFORE        PIC X(20).
               05  WS-CW-AFTER         PIC X(20).
               05  WS-CW-BY            PIC X(08).
               05  WS-CW-APPR-LBL      PIC X(10).
               05  WS-CW-APPR          PIC X(08).

           COPY SECRFMT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MASTERS-LOADED AND WS-TRAN-OPEN AND WS-SECR-OPEN
               PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               PERFORM 3000-WRITE-PENDING-SECTION THRU 3000-EXIT
               PERFORM 3200-WRITE-REJECT-SECTION THRU 3200-EXIT
               PERFORM 3400-WRITE-TRAILER THRU 3400-EXIT
               PERFORM 4000-REWRITE-MASTERS THRU 4000-EXIT
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
      *  BOTH MASTERS AND THE PENDING FILE ARE LOADED BEFORE THE *
      *  TRANSACTION FILE OR THE REPORT IS OPENED. A MASTER THAT *
      *  CANNOT BE READ, OR IS BIGGER THAN ITS TABLE, REFUSES    *
      *  THE RUN - IT COULD NOT BE WRITTEN BACK WHOLE.            *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-PENDING THRU 1300-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTERS-LOADED-SW.
           OPEN INPUT MASTER-TRANS-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN MSTRTRAN - STATUS "
                   WS-TRAN-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-TRAN-OPEN-SW.
           PERFORM 1400-OPEN-REPORT THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-OPERATORS                                     *
      *----------------------------------------------------------*
       1100-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN OPERMAST - STATUS "
                   WS-OPER-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-LOAD-EOF-SW.
           PERFORM 1110-LOAD-ONE-OPERATOR THRU 1110-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE OPERATOR-MASTER-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF WS-OPT-COUNT = WS-OPT-MAX
               DISPLAY " OPERMAST HOLDS MORE THAN " WS-OPT-MAX
                   " OPERATORS - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-LOAD-EOF-SW
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-OPT-COUNT.
           MOVE OPERATOR-MASTER-RECORD TO WS-OPT-ENTRY(WS-OPT-COUNT).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-BRANCHES                                      *
      *----------------------------------------------------------*
       1200-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN BRCHMAST - STATUS "
                   WS-BRMS-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-LOAD-EOF-SW.
           PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE BRANCH-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF WS-BT-COUNT = WS-BT-MAX
               DISPLAY " BRCHMAST HOLDS MORE THAN " WS-BT-MAX
                   " BRANCHES - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-LOAD-EOF-SW
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-BT-COUNT.
           MOVE BRANCH-MASTER-RECORD TO WS-BT-ENTRY(WS-BT-COUNT).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-LOAD-PENDING                                       *
      *  NO PENDAUTH YET (STATUS 35) MEANS NOTHING IS PENDING.    *
      *----------------------------------------------------------*
       1300-LOAD-PENDING.
           OPEN INPUT PENDING-AUTH-FILE.
           IF WS-PEND-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN PENDAUTH - STATUS "
                   WS-PEND-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-LOAD-EOF-SW.
           PERFORM 1310-LOAD-ONE-PENDING THRU 1310-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE PENDING-AUTH-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-PENDING.
           READ PENDING-AUTH-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SW
                   GO TO 1310-EXIT
           END-READ.
           IF WS-PT-COUNT = WS-PT-MAX
               DISPLAY " PENDAUTH HOLDS MORE THAN " WS-PT-MAX
                   " REQUESTS - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               MOVE "Y" TO WS-LOAD-EOF-SW
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE PA-OPERATOR-ID TO PT-OPERATOR-ID(WS-PT-COUNT).
           MOVE PA-REQUESTED-BY TO PT-REQUESTED-BY(WS-PT-COUNT).
           MOVE PA-REQUEST-DATE TO PT-REQUEST-DATE(WS-PT-COUNT).
           MOVE PA-BEFORE-AUTH TO PT-BEFORE-AUTH(WS-PT-COUNT).
           MOVE PA-AFTER-AUTH TO PT-AFTER-AUTH(WS-PT-COUNT).
           MOVE "Y" TO PT-OPEN-SW(WS-PT-COUNT).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-OPEN-REPORT                                        *
      *  NO REPORT, NO RUN - A CHANGE THAT CANNOT BE EVIDENCED   *
      *  IS NOT MADE.                                             *
      *----------------------------------------------------------*
       1400-OPEN-REPORT.
           MOVE WS-RUN-DATE TO WS-SGN-DATE.
           MOVE WS-RUN-TIME TO WS-SGN-TIME.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF WS-SECR-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN " WS-SECR-GEN-NAME
                   " - STATUS " WS-SECR-STATUS
               GO TO 1400-EXIT
           END-IF.
           MOVE "Y" TO WS-SECR-OPEN-SW.
           MOVE SPACES TO SC-HEADER-LINE.
           MOVE "SECURITY CHANGE REPORT" TO SC-HDR-LABEL.
           MOVE WS-RUN-DATE TO SC-HDR-RUN-DATE.
           MOVE "TIME " TO SC-HDR-TIME-LBL.
           MOVE WS-RUN-TIME(1:6) TO SC-HDR-RUN-TIME.
           MOVE "SOURCE: " TO SC-HDR-SRC-LBL.
           MOVE "MSTRTRAN" TO SC-HDR-SRC-FILE.
           MOVE SC-HEADER-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-SECTION-LINE.
           MOVE "APPLIED CHANGES:" TO SC-SEC-LABEL.
           MOVE SC-SECTION-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANS                                      *
      *----------------------------------------------------------*
       2000-PROCESS-TRANS.
           PERFORM 2100-READ-TRANS-RECORD THRU 2100-EXIT.
           PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
               UNTIL WS-EOF.
           IF WS-CHANGE-COUNT = ZERO
               MOVE SPACES TO SC-SECTION-LINE
               MOVE " NONE" TO SC-SEC-LABEL
               MOVE SC-SECTION-LINE TO SC-LINE
               WRITE SECURITY-REPORT-RECORD
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-TRANS-RECORD.
           READ MASTER-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-APPLY-ONE-TRANS                                    *
      *  THE SUBMITTER IS CHECKED AGAINST THE MASTER AS IT       *
      *  STANDS AT THAT POINT IN THE FILE, SO AN OPERATOR        *
      *  DEACTIVATED EARLIER IN THE SAME FILE CAN SUBMIT NOTHING *
      *  AFTER IT. EVERY TRANSACTION IS ACCEPTED OR REJECTED,    *
      *  NEVER BOTH, AND A REJECTED ONE CHANGES NOTHING.          *
      *----------------------------------------------------------*
       2200-APPLY-ONE-TRANS.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE MT-SUBMITTED-BY TO WS-FIND-ID.
           PERFORM 2600-FIND-OPERATOR THRU 2600-EXIT.
           MOVE WS-OPT-HIT TO WS-SUBM-HIT.
           IF WS-SUBM-HIT = ZERO
               MOVE "SUBMITTER NOT ON OPERMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF OPT-ACTIVE-FLAG(WS-SUBM-HIT) NOT = "A"
                   OR OPT-MAINT-AUTH(WS-SUBM-HIT) NOT = "Y"
               MOVE "SUBMITTER NOT AUTHORIZED" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF MT-OPERATOR-TRANS
               PERFORM 2300-OPERATOR-TRANS THRU 2300-EXIT
           ELSE
               IF MT-BRANCH-TRANS
                   PERFORM 2400-BRANCH-TRANS THRU 2400-EXIT
               ELSE
                   IF MT-APPROVAL-TRANS
                       PERFORM 2500-APPROVAL-TRANS THRU 2500-EXIT
                   ELSE
                       MOVE "BAD MASTER CODE" TO WS-REJECT-REASON
                       PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-TRANS-RECORD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-OPERATOR-TRANS                                     *
      *----------------------------------------------------------*
       2300-OPERATOR-TRANS.
           IF MT-KEY = SPACES
               MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE MT-KEY TO WS-FIND-ID.
           PERFORM 2600-FIND-OPERATOR THRU 2600-EXIT.
           IF MT-ACTION-ADD
               PERFORM 2310-OPERATOR-ADD THRU 2310-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-OPT-HIT = ZERO
               MOVE "OPERATOR NOT ON OPERMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF MT-ACTION-CHANGE
               PERFORM 2320-OPERATOR-CHANGE THRU 2320-EXIT
           ELSE
               IF MT-ACTION-DEACTIVATE
                   PERFORM 2330-OPERATOR-DEACTIVATE THRU 2330-EXIT
               ELSE
                   IF MT-ACTION-REACTIVATE
                       PERFORM 2340-OPERATOR-REACTIVATE
                           THRU 2340-EXIT
                   ELSE
                       MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                       PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2310-OPERATOR-ADD                                       *
      *  A NEW OPERATOR GOES ON ACTIVE WITH NO AUTHORITY AT ALL. *
      *  ANY AUTHORITY KEYED ON THE ADD BECOMES A PENDING        *
      *  REQUEST LIKE ANY OTHER AUTHORITY CHANGE.                 *
      *----------------------------------------------------------*
       2310-OPERATOR-ADD.
           IF WS-OPT-HIT NOT = ZERO
               MOVE "OPERATOR ALREADY ON OPERMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2310-EXIT
           END-IF.
           IF MT-OPER-NAME = SPACES
               MOVE "OPERATOR NAME BLANK" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2310-EXIT
           END-IF.
           PERFORM 2690-VALIDATE-AUTH-BYTES THRU 2690-EXIT.
           IF NOT WS-AUTH-OK
               MOVE "BAD AUTHORITY BYTE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2310-EXIT
           END-IF.
           IF WS-OPT-COUNT = WS-OPT-MAX
               MOVE "OPERATOR TABLE FULL" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2310-EXIT
           END-IF.
           IF WS-PT-COUNT = WS-PT-MAX
               MOVE "PENDING TABLE FULL" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2310-EXIT
           END-IF.
           MOVE MT-AUTH-REQUEST TO WS-NEW-AUTH.
           INSPECT WS-NEW-AUTH REPLACING ALL SPACE BY "N".
           ADD 1 TO WS-OPT-COUNT.
           MOVE WS-OPT-COUNT TO WS-OPT-HIT.
           MOVE SPACES TO WS-OPT-ENTRY(WS-OPT-HIT).
           MOVE MT-KEY TO OPT-ID(WS-OPT-HIT).
           MOVE MT-OPER-NAME TO OPT-NAME(WS-OPT-HIT).
           MOVE "A" TO OPT-ACTIVE-FLAG(WS-OPT-HIT).
           MOVE WS-NO-AUTH TO OPT-AUTHORITIES(WS-OPT-HIT).
           MOVE "Y" TO WS-OPER-CHANGED-SW.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "NAME" TO WS-CW-FIELD.
           MOVE OPT-NAME(WS-OPT-HIT) TO WS-CW-AFTER.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE OPT-ACTIVE-FLAG(WS-OPT-HIT) TO WS-CW-AFTER.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "AUTHORITY" TO WS-CW-FIELD.
           MOVE OPT-AUTHORITIES(WS-OPT-HIT) TO WS-CW-AFTER.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
           IF WS-NEW-AUTH NOT = WS-NO-AUTH
               PERFORM 2850-RAISE-PENDING THRU 2850-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2320-OPERATOR-CHANGE                                    *
      *  EVERYTHING IS CHECKED BEFORE ANYTHING IS APPLIED - A    *
      *  NAME CHANGE KEYED WITH AN AUTHORITY CHANGE THAT CANNOT  *
      *  BE RAISED IS REJECTED WHOLE.                             *
      *----------------------------------------------------------*
       2320-OPERATOR-CHANGE.
           PERFORM 2690-VALIDATE-AUTH-BYTES THRU 2690-EXIT.
           IF NOT WS-AUTH-OK
               MOVE "BAD AUTHORITY BYTE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2320-EXIT
           END-IF.
           MOVE OPT-AUTHORITIES(WS-OPT-HIT) TO WS-NEW-AUTH.
           PERFORM 2695-OVERLAY-AUTH-BYTE THRU 2695-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 15.
           IF MT-OPER-NAME = SPACES
               MOVE OPT-NAME(WS-OPT-HIT) TO WS-NEW-NAME
           ELSE
               MOVE MT-OPER-NAME TO WS-NEW-NAME
           END-IF.
           IF WS-NEW-NAME = OPT-NAME(WS-OPT-HIT)
                   AND WS-NEW-AUTH = OPT-AUTHORITIES(WS-OPT-HIT)
               MOVE "NO CHANGE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2320-EXIT
           END-IF.
           IF WS-NEW-AUTH NOT = OPT-AUTHORITIES(WS-OPT-HIT)
               PERFORM 2670-FIND-PENDING THRU 2670-EXIT
               IF WS-PT-HIT NOT = ZERO
                   MOVE "AUTHORITY CHANGE PENDING"
                       TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   GO TO 2320-EXIT
               END-IF
               IF WS-PT-COUNT = WS-PT-MAX
                   MOVE "PENDING TABLE FULL" TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   GO TO 2320-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           IF WS-NEW-NAME NOT = OPT-NAME(WS-OPT-HIT)
               MOVE SPACES TO WS-CHANGE-WORK
               MOVE "CHANGED" TO WS-CW-ACTION
               MOVE "NAME" TO WS-CW-FIELD
               MOVE OPT-NAME(WS-OPT-HIT) TO WS-CW-BEFORE
               MOVE WS-NEW-NAME TO WS-CW-AFTER
               MOVE WS-NEW-NAME TO OPT-NAME(WS-OPT-HIT)
               MOVE "Y" TO WS-OPER-CHANGED-SW
               PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT
           END-IF.
           IF WS-NEW-AUTH NOT = OPT-AUTHORITIES(WS-OPT-HIT)
               PERFORM 2850-RAISE-PENDING THRU 2850-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2330-OPERATOR-DEACTIVATE                                *
      *----------------------------------------------------------*
       2330-OPERATOR-DEACTIVATE.
           IF OPT-ACTIVE-FLAG(WS-OPT-HIT) = "I"
               MOVE "ALREADY INACTIVE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2330-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "DEACTIVATED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE OPT-ACTIVE-FLAG(WS-OPT-HIT) TO WS-CW-BEFORE.
           MOVE "I" TO OPT-ACTIVE-FLAG(WS-OPT-HIT).
           MOVE OPT-ACTIVE-FLAG(WS-OPT-HIT) TO WS-CW-AFTER.
           MOVE "Y" TO WS-OPER-CHANGED-SW.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2340-OPERATOR-REACTIVATE                                *
      *----------------------------------------------------------*
       2340-OPERATOR-REACTIVATE.
           IF OPT-ACTIVE-FLAG(WS-OPT-HIT) = "A"
               MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2340-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "REACTIVATED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE OPT-ACTIVE-FLAG(WS-OPT-HIT) TO WS-CW-BEFORE.
           MOVE "A" TO OPT-ACTIVE-FLAG(WS-OPT-HIT).
           MOVE OPT-ACTIVE-FLAG(WS-OPT-HIT) TO WS-CW-AFTER.
           MOVE "Y" TO WS-OPER-CHANGED-SW.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
       2340-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-BRANCH-TRANS                                       *
      *  THE BRANCH CODE IS THE ACCOUNT-NUMBER PREFIX, SO IT     *
      *  MUST BE TWO DIGITS WITH NOTHING AFTER IT IN THE KEY.     *
      *----------------------------------------------------------*
       2400-BRANCH-TRANS.
           IF MT-KEY(1:2) IS NOT NUMERIC
                   OR MT-KEY(3:6) NOT = SPACES
               MOVE "BAD BRANCH CODE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE MT-KEY(1:2) TO WS-FIND-CODE.
           PERFORM 2650-FIND-BRANCH THRU 2650-EXIT.
           IF MT-ACTION-ADD
               PERFORM 2410-BRANCH-ADD THRU 2410-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF WS-BT-HIT = ZERO
               MOVE "BRANCH NOT ON BRCHMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF MT-ACTION-CHANGE
               PERFORM 2420-BRANCH-CHANGE THRU 2420-EXIT
           ELSE
               IF MT-ACTION-DEACTIVATE
                   PERFORM 2430-BRANCH-DEACTIVATE THRU 2430-EXIT
               ELSE
                   IF MT-ACTION-REACTIVATE
                       PERFORM 2440-BRANCH-REACTIVATE THRU 2440-EXIT
                   ELSE
                       MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                       PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2410-BRANCH-ADD                                         *
      *----------------------------------------------------------*
       2410-BRANCH-ADD.
           IF WS-BT-HIT NOT = ZERO
               MOVE "BRANCH ALREADY ON BRCHMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2410-EXIT
           END-IF.
           IF MT-BRANCH-NAME = SPACES
               MOVE "BRANCH NAME BLANK" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2410-EXIT
           END-IF.
           IF MT-REGION-CODE = SPACES
               MOVE "REGION CODE BLANK" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2410-EXIT
           END-IF.
           IF WS-BT-COUNT = WS-BT-MAX
               MOVE "BRANCH TABLE FULL" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-BT-COUNT.
           MOVE WS-BT-COUNT TO WS-BT-HIT.
           MOVE SPACES TO WS-BT-ENTRY(WS-BT-HIT).
           MOVE WS-FIND-CODE TO BT-CODE(WS-BT-HIT).
           MOVE MT-BRANCH-NAME TO BT-NAME(WS-BT-HIT).
           MOVE MT-REGION-CODE TO BT-REGION(WS-BT-HIT).
           MOVE "A" TO BT-ACTIVE-FLAG(WS-BT-HIT).
           MOVE "Y" TO WS-BRCH-CHANGED-SW.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "NAME" TO WS-CW-FIELD.
           MOVE BT-NAME(WS-BT-HIT) TO WS-CW-AFTER.
           PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "REGION" TO WS-CW-FIELD.
           MOVE BT-REGION(WS-BT-HIT) TO WS-CW-AFTER.
           PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "ADDED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE BT-ACTIVE-FLAG(WS-BT-HIT) TO WS-CW-AFTER.
           PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2420-BRANCH-CHANGE                                      *
      *----------------------------------------------------------*
       2420-BRANCH-CHANGE.
           IF MT-BRANCH-NAME = SPACES
               MOVE BT-NAME(WS-BT-HIT) TO WS-NEW-NAME
           ELSE
               MOVE MT-BRANCH-NAME TO WS-NEW-NAME
           END-IF.
           IF MT-REGION-CODE = SPACES
               MOVE BT-REGION(WS-BT-HIT) TO WS-NEW-REGION
           ELSE
               MOVE MT-REGION-CODE TO WS-NEW-REGION
           END-IF.
           IF WS-NEW-NAME = BT-NAME(WS-BT-HIT)
                   AND WS-NEW-REGION = BT-REGION(WS-BT-HIT)
               MOVE "NO CHANGE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2420-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE "Y" TO WS-BRCH-CHANGED-SW.
           IF WS-NEW-NAME NOT = BT-NAME(WS-BT-HIT)
               MOVE SPACES TO WS-CHANGE-WORK
               MOVE "CHANGED" TO WS-CW-ACTION
               MOVE "NAME" TO WS-CW-FIELD
               MOVE BT-NAME(WS-BT-HIT) TO WS-CW-BEFORE
               MOVE WS-NEW-NAME TO WS-CW-AFTER
               MOVE WS-NEW-NAME TO BT-NAME(WS-BT-HIT)
               PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT
           END-IF.
           IF WS-NEW-REGION NOT = BT-REGION(WS-BT-HIT)
               MOVE SPACES TO WS-CHANGE-WORK
               MOVE "CHANGED" TO WS-CW-ACTION
               MOVE "REGION" TO WS-CW-FIELD
               MOVE BT-REGION(WS-BT-HIT) TO WS-CW-BEFORE
               MOVE WS-NEW-REGION TO WS-CW-AFTER
               MOVE WS-NEW-REGION TO BT-REGION(WS-BT-HIT)
               PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT
           END-IF.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2430-BRANCH-DEACTIVATE                                  *
      *----------------------------------------------------------*
       2430-BRANCH-DEACTIVATE.
           IF BT-ACTIVE-FLAG(WS-BT-HIT) = "I"
               MOVE "ALREADY INACTIVE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2430-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "DEACTIVATED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE BT-ACTIVE-FLAG(WS-BT-HIT) TO WS-CW-BEFORE.
           MOVE "I" TO BT-ACTIVE-FLAG(WS-BT-HIT).
           MOVE BT-ACTIVE-FLAG(WS-BT-HIT) TO WS-CW-AFTER.
           MOVE "Y" TO WS-BRCH-CHANGED-SW.
           PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT.
       2430-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2440-BRANCH-REACTIVATE                                  *
      *----------------------------------------------------------*
       2440-BRANCH-REACTIVATE.
           IF BT-ACTIVE-FLAG(WS-BT-HIT) = "A"
               MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2440-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "REACTIVATED" TO WS-CW-ACTION.
           MOVE "ACTIVE" TO WS-CW-FIELD.
           MOVE BT-ACTIVE-FLAG(WS-BT-HIT) TO WS-CW-BEFORE.
           MOVE "A" TO BT-ACTIVE-FLAG(WS-BT-HIT).
           MOVE BT-ACTIVE-FLAG(WS-BT-HIT) TO WS-CW-AFTER.
           MOVE "Y" TO WS-BRCH-CHANGED-SW.
           PERFORM 2810-WRITE-BRCH-CHANGE THRU 2810-EXIT.
       2440-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-APPROVAL-TRANS                                     *
      *  THE SECOND OPERATOR MAY NOT BE THE ONE WHO ASKED, NOR   *
      *  THE OPERATOR WHOSE AUTHORITY IS CHANGING. ANY OPERATOR  *
      *  WITH MAINTENANCE AUTHORITY MAY DECLINE A REQUEST - THE  *
      *  REQUESTER INCLUDED, TO WITHDRAW IT.                      *
      *----------------------------------------------------------*
       2500-APPROVAL-TRANS.
           MOVE MT-KEY TO WS-FIND-ID.
           PERFORM 2670-FIND-PENDING THRU 2670-EXIT.
           IF WS-PT-HIT = ZERO
               MOVE "NO PENDING REQUEST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF MT-ACTION-APPROVE
               PERFORM 2510-APPROVE-PENDING THRU 2510-EXIT
           ELSE
               IF MT-ACTION-DECLINE
                   PERFORM 2520-DECLINE-PENDING THRU 2520-EXIT
               ELSE
                   MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2510-APPROVE-PENDING                                    *
      *  THE OPERATOR'S AUTHORITY MUST STILL BE WHAT IT WAS WHEN *
      *  THE REQUEST WAS RAISED. IF IT IS NOT, THE REQUEST WAS   *
      *  MADE AGAINST VALUES THAT NO LONGER STAND - IT IS        *
      *  DROPPED AND MUST BE RAISED AGAIN.                        *
      *----------------------------------------------------------*
       2510-APPROVE-PENDING.
           IF MT-SUBMITTED-BY = PT-REQUESTED-BY(WS-PT-HIT)
               MOVE "APPROVER IS THE REQUESTER" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2510-EXIT
           END-IF.
           IF MT-SUBMITTED-BY = PT-OPERATOR-ID(WS-PT-HIT)
               MOVE "APPROVER IS THE OPERATOR" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2600-FIND-OPERATOR THRU 2600-EXIT.
           IF WS-OPT-HIT = ZERO
               MOVE "OPERATOR NOT ON OPERMAST" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2510-EXIT
           END-IF.
           IF OPT-AUTHORITIES(WS-OPT-HIT)
                   NOT = PT-BEFORE-AUTH(WS-PT-HIT)
               MOVE "N" TO PT-OPEN-SW(WS-PT-HIT)
               MOVE "CHANGED SINCE - REQ DROPPED" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-TRANS THRU 2700-EXIT
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "APPROVED" TO WS-CW-ACTION.
           MOVE "AUTHORITY" TO WS-CW-FIELD.
           MOVE OPT-AUTHORITIES(WS-OPT-HIT) TO WS-CW-BEFORE.
           MOVE PT-AFTER-AUTH(WS-PT-HIT)
               TO OPT-AUTHORITIES(WS-OPT-HIT).
           MOVE OPT-AUTHORITIES(WS-OPT-HIT) TO WS-CW-AFTER.
           MOVE PT-REQUESTED-BY(WS-PT-HIT) TO WS-CW-BY.
           MOVE "APPROVED: " TO WS-CW-APPR-LBL.
           MOVE MT-SUBMITTED-BY TO WS-CW-APPR.
           MOVE "N" TO PT-OPEN-SW(WS-PT-HIT).
           MOVE "Y" TO WS-OPER-CHANGED-SW.
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2520-DECLINE-PENDING                                    *
      *  NOTHING ON OPERMAST CHANGES, BUT THE DECLINE IS PRINTED *
      *  WITH THE CHANGES SO THE REVIEW SEES EVERY DECISION.      *
      *----------------------------------------------------------*
       2520-DECLINE-PENDING.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE SPACES TO WS-CHANGE-WORK.
           MOVE "DECLINED" TO WS-CW-ACTION.
           MOVE "AUTHORITY" TO WS-CW-FIELD.
           MOVE PT-BEFORE-AUTH(WS-PT-HIT) TO WS-CW-BEFORE.
           MOVE PT-AFTER-AUTH(WS-PT-HIT) TO WS-CW-AFTER.
           MOVE PT-REQUESTED-BY(WS-PT-HIT) TO WS-CW-BY.
           MOVE "DECLINED: " TO WS-CW-APPR-LBL.
           MOVE MT-SUBMITTED-BY TO WS-CW-APPR.
           MOVE "N" TO PT-OPEN-SW(WS-PT-HIT).
           PERFORM 2800-WRITE-OPER-CHANGE THRU 2800-EXIT.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-FIND-OPERATOR                                      *
      *  LOOKS WS-FIND-ID UP IN THE OPERATOR TABLE - WS-OPT-HIT  *
      *  COMES BACK ZERO WHEN IT IS NOT THERE.                    *
      *----------------------------------------------------------*
       2600-FIND-OPERATOR.
           MOVE ZERO TO WS-OPT-HIT.
           PERFORM 2610-MATCH-OPERATOR THRU 2610-EXIT
               VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > WS-OPT-COUNT
                  OR WS-OPT-HIT NOT = ZERO.
       2600-EXIT.
           EXIT.

       2610-MATCH-OPERATOR.
           IF OPT-ID(WS-OPT-IDX) = WS-FIND-ID
               MOVE WS-OPT-IDX TO WS-OPT-HIT
           END-IF.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2650-FIND-BRANCH                                        *
      *----------------------------------------------------------*
       2650-FIND-BRANCH.
           MOVE ZERO TO WS-BT-HIT.
           PERFORM 2660-MATCH-BRANCH THRU 2660-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
                  OR WS-BT-HIT NOT = ZERO.
       2650-EXIT.
           EXIT.

       2660-MATCH-BRANCH.
           IF BT-CODE(WS-BT-IDX) = WS-FIND-CODE
               MOVE WS-BT-IDX TO WS-BT-HIT
           END-IF.
       2660-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2670-FIND-PENDING                                       *
      *  ONLY AN OPEN REQUEST FOR WS-FIND-ID COUNTS.              *
      *----------------------------------------------------------*
       2670-FIND-PENDING.
           MOVE ZERO TO WS-PT-HIT.
           PERFORM 2680-MATCH-PENDING THRU 2680-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
                  OR WS-PT-HIT NOT = ZERO.
       2670-EXIT.
           EXIT.

       2680-MATCH-PENDING.
           IF PT-OPERATOR-ID(WS-PT-IDX) = WS-FIND-ID
                   AND PT-OPEN(WS-PT-IDX)
               MOVE WS-PT-IDX TO WS-PT-HIT
           END-IF.
       2680-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2690-VALIDATE-AUTH-BYTES                                *
      *  EVERY AUTHORITY BYTE KEYED MUST BE Y, N OR BLANK - A    *
      *  TYPO NEVER BECOMES AN AUTHORITY.                         *
      *----------------------------------------------------------*
       2690-VALIDATE-AUTH-BYTES.
           MOVE "Y" TO WS-AUTH-OK-SW.
           PERFORM 2691-CHECK-AUTH-BYTE THRU 2691-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 15.
       2690-EXIT.
           EXIT.

       2691-CHECK-AUTH-BYTE.
           IF MT-AUTH-REQUEST(WS-AUTH-IDX:1) NOT = "Y"
                   AND MT-AUTH-REQUEST(WS-AUTH-IDX:1) NOT = "N"
                   AND MT-AUTH-REQUEST(WS-AUTH-IDX:1) NOT = SPACE
               MOVE "N" TO WS-AUTH-OK-SW
           END-IF.
       2691-EXIT.
           EXIT.

       2695-OVERLAY-AUTH-BYTE.
           IF MT-AUTH-REQUEST(WS-AUTH-IDX:1) NOT = SPACE
               MOVE MT-AUTH-REQUEST(WS-AUTH-IDX:1)
                   TO WS-NEW-AUTH(WS-AUTH-IDX:1)
           END-IF.
       2695-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2700-REJECT-TRANS                                       *
      *  THE REJECT IS ALWAYS COUNTED; IF THE TABLE IS FULL IT   *
      *  GOES TO THE CONSOLE INSTEAD OF THE REPORT.               *
      *----------------------------------------------------------*
       2700-REJECT-TRANS.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-RJ-COUNT = WS-RJ-MAX
               DISPLAY " REJECT TABLE FULL - " MT-MASTER-CODE
                   MT-ACTION-CODE " " MT-KEY " " WS-REJECT-REASON
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-RJ-COUNT.
           MOVE MT-MASTER-CODE TO RJ-CODES(WS-RJ-COUNT)(1:1).
           MOVE MT-ACTION-CODE TO RJ-CODES(WS-RJ-COUNT)(2:1).
           MOVE MT-KEY TO RJ-KEY(WS-RJ-COUNT).
           MOVE MT-SUBMITTED-BY TO RJ-SUBMITTED-BY(WS-RJ-COUNT).
           MOVE WS-REJECT-REASON TO RJ-REASON(WS-RJ-COUNT).
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2800-WRITE-OPER-CHANGE / 2810-WRITE-BRCH-CHANGE         *
      *  A CHANGE THAT TOOK NO SECOND OPERATOR SHOWS THE         *
      *  SUBMITTER AND "NOT REQD" FOR THE APPROVER.               *
      *----------------------------------------------------------*
       2800-WRITE-OPER-CHANGE.
           MOVE "OPER" TO WS-CW-MASTER.
           MOVE WS-FIND-ID TO WS-CW-KEY.
           PERFORM 2820-WRITE-CHANGE-LINE THRU 2820-EXIT.
       2800-EXIT.
           EXIT.

       2810-WRITE-BRCH-CHANGE.
           MOVE "BRCH" TO WS-CW-MASTER.
           MOVE WS-FIND-CODE TO WS-CW-KEY.
           PERFORM 2820-WRITE-CHANGE-LINE THRU 2820-EXIT.
       2810-EXIT.
           EXIT.

       2820-WRITE-CHANGE-LINE.
           IF WS-CW-BY = SPACES
               MOVE MT-SUBMITTED-BY TO WS-CW-BY
           END-IF.
           IF WS-CW-APPR-LBL = SPACES
               MOVE "APPROVED: " TO WS-CW-APPR-LBL
               MOVE "NOT REQD" TO WS-CW-APPR
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO SC-CHANGE-LINE.
           MOVE WS-CW-MASTER TO SC-CHG-MASTER.
           MOVE WS-CW-KEY TO SC-CHG-KEY.
           MOVE WS-CW-ACTION TO SC-CHG-ACTION.
           MOVE WS-CW-FIELD TO SC-CHG-FIELD.
           MOVE "BEFORE: " TO SC-CHG-BEFORE-LBL.
           MOVE WS-CW-BEFORE TO SC-CHG-BEFORE.
           MOVE "AFTER: " TO SC-CHG-AFTER-LBL.
           MOVE WS-CW-AFTER TO SC-CHG-AFTER.
           MOVE "BY: " TO SC-CHG-BY-LBL.
           MOVE WS-CW-BY TO SC-CHG-BY.
           MOVE WS-CW-APPR-LBL TO SC-CHG-APPR-LBL.
           MOVE WS-CW-APPR TO SC-CHG-APPR.
           MOVE SC-CHANGE-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
       2820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2850-RAISE-PENDING                                      *
      *  WS-OPT-HIT IS THE OPERATOR, WS-NEW-AUTH THE AUTHORITY   *
      *  ASKED FOR. ROOM IN THE TABLE WAS CHECKED BY THE CALLER. *
      *----------------------------------------------------------*
       2850-RAISE-PENDING.
           ADD 1 TO WS-RAISED-COUNT.
           ADD 1 TO WS-PT-COUNT.
           MOVE OPT-ID(WS-OPT-HIT) TO PT-OPERATOR-ID(WS-PT-COUNT).
           MOVE MT-SUBMITTED-BY TO PT-REQUESTED-BY(WS-PT-COUNT).
           MOVE WS-RUN-DATE TO PT-REQUEST-DATE(WS-PT-COUNT).
           MOVE OPT-AUTHORITIES(WS-OPT-HIT)
               TO PT-BEFORE-AUTH(WS-PT-COUNT).
           MOVE WS-NEW-AUTH TO PT-AFTER-AUTH(WS-PT-COUNT).
           MOVE "Y" TO PT-OPEN-SW(WS-PT-COUNT).
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-PENDING-SECTION                              *
      *  EVERY REQUEST STILL OPEN AT THE END OF THE RUN, RAISED  *
      *  TONIGHT OR CARRIED FROM AN EARLIER RUN.                  *
      *----------------------------------------------------------*
       3000-WRITE-PENDING-SECTION.
           MOVE SPACES TO SC-SECTION-LINE.
           MOVE "AUTHORITY CHANGES AWAITING APPROVAL:"
               TO SC-SEC-LABEL.
           MOVE SC-SECTION-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           IF WS-OUTSTANDING-COUNT = ZERO
               MOVE SPACES TO SC-SECTION-LINE
               MOVE " NONE" TO SC-SEC-LABEL
               MOVE SC-SECTION-LINE TO SC-LINE
               WRITE SECURITY-REPORT-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-PENDING-LINE.
           IF NOT PT-OPEN(WS-PT-IDX)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE SPACES TO SC-PENDING-LINE.
           MOVE PT-OPERATOR-ID(WS-PT-IDX) TO SC-PND-OPERATOR.
           MOVE "REQUESTED BY: " TO SC-PND-REQ-LBL.
           MOVE PT-REQUESTED-BY(WS-PT-IDX) TO SC-PND-REQ-BY.
           MOVE "ON: " TO SC-PND-DATE-LBL.
           MOVE PT-REQUEST-DATE(WS-PT-IDX) TO SC-PND-DATE.
           MOVE "CURRENT: " TO SC-PND-BEFORE-LBL.
           MOVE PT-BEFORE-AUTH(WS-PT-IDX) TO SC-PND-BEFORE.
           MOVE "REQUESTED: " TO SC-PND-AFTER-LBL.
           MOVE PT-AFTER-AUTH(WS-PT-IDX) TO SC-PND-AFTER.
           MOVE SC-PENDING-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-WRITE-REJECT-SECTION                               *
      *----------------------------------------------------------*
       3200-WRITE-REJECT-SECTION.
           MOVE SPACES TO SC-SECTION-LINE.
           MOVE "REJECTED TRANSACTIONS:" TO SC-SEC-LABEL.
           MOVE SC-SECTION-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           IF WS-RJ-COUNT = ZERO
               MOVE SPACES TO SC-SECTION-LINE
               MOVE " NONE" TO SC-SEC-LABEL
               MOVE SC-SECTION-LINE TO SC-LINE
               WRITE SECURITY-REPORT-RECORD
           ELSE
               PERFORM 3300-WRITE-REJECT-LINE THRU 3300-EXIT
                   VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-REJECT-LINE.
           MOVE SPACES TO SC-REJECT-LINE.
           MOVE RJ-CODES(WS-RJ-IDX) TO SC-RJL-CODES.
           MOVE RJ-KEY(WS-RJ-IDX) TO SC-RJL-KEY.
           MOVE "BY: " TO SC-RJL-BY-LBL.
           MOVE RJ-SUBMITTED-BY(WS-RJ-IDX) TO SC-RJL-BY.
           MOVE "REJECTED - " TO SC-RJL-REJ-LBL.
           MOVE RJ-REASON(WS-RJ-IDX) TO SC-RJL-REASON.
           MOVE SC-REJECT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-WRITE-TRAILER                                      *
      *  READ = ACCEPTED + REJECTED. ONE ACCEPTED TRANSACTION    *
      *  CAN PRINT SEVERAL CHANGE LINES (AN ADD PRINTS ONE PER   *
      *  FIELD), SO THE CHANGE LINES ARE COUNTED SEPARATELY.      *
      *----------------------------------------------------------*
       3400-WRITE-TRAILER.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "TRANS READ:" TO SC-CNT-LABEL.
           MOVE WS-TRAN-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "ACCEPTED:" TO SC-CNT-LABEL.
           MOVE WS-ACCEPTED-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "REJECTED:" TO SC-CNT-LABEL.
           MOVE WS-REJECT-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "CHANGE LINES PRINTED:" TO SC-CNT-LABEL.
           MOVE WS-CHANGE-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "AUTHORITY REQUESTS:" TO SC-CNT-LABEL.
           MOVE WS-RAISED-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "REQUESTS APPROVED:" TO SC-CNT-LABEL.
           MOVE WS-APPROVED-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "REQUESTS DECLINED:" TO SC-CNT-LABEL.
           MOVE WS-DECLINED-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           MOVE SPACES TO SC-COUNT-LINE.
           MOVE "AWAITING APPROVAL:" TO SC-CNT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO SC-CNT-VALUE.
           MOVE SC-COUNT-LINE TO SC-LINE.
           WRITE SECURITY-REPORT-RECORD.
           IF WS-TRAN-COUNT NOT =
                   WS-ACCEPTED-COUNT + WS-REJECT-COUNT
               DISPLAY " COUNTS DO NOT TIE - READ " WS-TRAN-COUNT
                   " ACCEPTED " WS-ACCEPTED-COUNT
                   " REJECTED " WS-REJECT-COUNT
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           DISPLAY " MSTRMNT COMPLETE - " WS-TRAN-COUNT " READ, "
               WS-ACCEPTED-COUNT " ACCEPTED, " WS-REJECT-COUNT
               " REJECTED, " WS-OUTSTANDING-COUNT
               " AWAITING APPROVAL - SEE " WS-SECR-GEN-NAME.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-REWRITE-MASTERS                                    *
      *  A MASTER NOTHING CHANGED IS LEFT AS IT WAS. PENDAUTH    *
      *  IS ALWAYS REWRITTEN WITH THE REQUESTS STILL OPEN.        *
      *----------------------------------------------------------*
       4000-REWRITE-MASTERS.
           IF WS-OPER-CHANGED
               PERFORM 4100-REWRITE-OPERMAST THRU 4100-EXIT
           END-IF.
           IF WS-BRCH-CHANGED
               PERFORM 4200-REWRITE-BRCHMAST THRU 4200-EXIT
           END-IF.
           PERFORM 4300-REWRITE-PENDAUTH THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4100-REWRITE-OPERMAST.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE OPERMAST - STATUS "
                   WS-OPER-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-WRITE-ONE-OPERATOR THRU 4110-EXIT
               VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > WS-OPT-COUNT.
           CLOSE OPERATOR-MASTER-FILE.
       4100-EXIT.
           EXIT.

       4110-WRITE-ONE-OPERATOR.
           MOVE WS-OPT-ENTRY(WS-OPT-IDX) TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE OPERMAST RECORD "
                   OM-OPERATOR-ID " - STATUS " WS-OPER-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4110-EXIT
           END-IF.
       4110-EXIT.
           EXIT.

       4200-REWRITE-BRCHMAST.
           OPEN OUTPUT BRANCH-MASTER-FILE.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE BRCHMAST - STATUS "
                   WS-BRMS-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-WRITE-ONE-BRANCH THRU 4210-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT.
           CLOSE BRANCH-MASTER-FILE.
       4200-EXIT.
           EXIT.

       4210-WRITE-ONE-BRANCH.
           MOVE WS-BT-ENTRY(WS-BT-IDX) TO BRANCH-MASTER-RECORD.
           WRITE BRANCH-MASTER-RECORD.
           IF WS-BRMS-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE BRCHMAST RECORD "
                   BM-BRANCH-CODE " - STATUS " WS-BRMS-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4210-EXIT
           END-IF.
       4210-EXIT.
           EXIT.

       4300-REWRITE-PENDAUTH.
           OPEN OUTPUT PENDING-AUTH-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE PENDAUTH - STATUS "
                   WS-PEND-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4310-WRITE-ONE-PENDING THRU 4310-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           CLOSE PENDING-AUTH-FILE.
       4300-EXIT.
           EXIT.

       4310-WRITE-ONE-PENDING.
           IF NOT PT-OPEN(WS-PT-IDX)
               GO TO 4310-EXIT
           END-IF.
           MOVE SPACES TO PENDING-AUTH-RECORD.
           MOVE PT-OPERATOR-ID(WS-PT-IDX) TO PA-OPERATOR-ID.
           MOVE PT-REQUESTED-BY(WS-PT-IDX) TO PA-REQUESTED-BY.
           MOVE PT-REQUEST-DATE(WS-PT-IDX) TO PA-REQUEST-DATE.
           MOVE PT-BEFORE-AUTH(WS-PT-IDX) TO PA-BEFORE-AUTH.
           MOVE PT-AFTER-AUTH(WS-PT-IDX) TO PA-AFTER-AUTH.
           WRITE PENDING-AUTH-RECORD.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY " UNABLE TO REWRITE PENDAUTH RECORD "
                   PA-OPERATOR-ID " - STATUS " WS-PEND-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 4310-EXIT
           END-IF.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-CATALOG                                      *
      *  THE SECR GENERATION IS CATALOGED WITH ITS CHANGE-LINE   *
      *  COUNT. A CATALOG FAILURE IS REPORTED BUT DOES NOT UNDO  *
      *  THE RUN - THE REPORT ITSELF EXISTS.                      *
      *----------------------------------------------------------*
       5000-WRITE-CATALOG.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF WS-RCAT-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE
           END-IF.
           IF WS-RCAT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN RPTCATLG - STATUS "
                   WS-RCAT-STATUS
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-CHANGE-COUNT TO WS-CAT-COUNT.
           MOVE SPACES TO REPORT-CATALOG-RECORD.
           MOVE WS-SGN-TYPE TO RCAT-REPORT-TYPE.
           MOVE WS-SGN-DATE TO RCAT-RUN-DATE.
           MOVE WS-SGN-TIME TO RCAT-BATCH-ID.
           MOVE WS-SECR-GEN-NAME TO RCAT-FILE-NAME.
           MOVE WS-CAT-COUNT TO RCAT-EXCP-COUNT.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRAN-OPEN
               CLOSE MASTER-TRANS-FILE
           END-IF.
           IF WS-SECR-OPEN
               CLOSE SECURITY-REPORT-FILE
               PERFORM 5000-WRITE-CATALOG THRU 5000-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
