      *                   THE VALUE TOTAL AGAINST THE TRAILER.    *
      *  2026-09-02  JCS  EXPORT TABLE RAISED TO 50000 IN STEP   *
      *                   WITH THE ARRAY TABLE CAPACITY.          *
      *  2026-10-15  JCS  WRITES THE ACKNOWLEDGED DETAILS TO THE *
      *                   ACKPOST EXTRACT FOR POSTBAL, WHICH      *
      *                   POSTS ONLY WHAT WAS PROVED ACKNOWLEDGED.*
      *  2026-10-15  JCS  ACKPOST IS ALSO KEPT AS A RETAINED      *
      *                   ACKP DATED GENERATION NAMED FOR THE     *
      *                   ARRAYOUT RUN DATE AND BATCH ID AND      *
      *                   CATALOGED ON RPTCATLG, SO ACCTINQ CAN   *
      *                   SHOW WHETHER AN OLDER EXPORT LINE WAS   *
      *                   ACKNOWLEDGED.                           *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT ACK-POSTED-FILE
               ASSIGN TO "ACKPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKP-STATUS.

           SELECT ACK-POSTED-GEN-FILE
               ASSIGN USING WS-ACKG-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKG-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRAY-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RECONREC.

       FD  ACK-POSTED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKPREC.

       FD  ACK-POSTED-GEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACKGREC.

       FD  REPORT-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RCATREC.

       WORKING-STORAGE SECTION.
           77  WS-EXPT-STATUS          PIC XX VALUE "00".
           77  WS-PACK-STATUS          PIC XX VALUE "00".
           77  WS-RECON-STATUS         PIC XX VALUE "00".
           77  WS-ACKP-STATUS          PIC XX VALUE "00".
           77  WS-ACKG-STATUS          PIC XX VALUE "00".
           77  WS-RCAT-STATUS          PIC XX VALUE "00".
           77  WS-EXPT-EOF-SW          PIC X VALUE "N".
               88  WS-EXPT-EOF                  VALUE "Y".
           77  WS-PACK-EOF-SW          PIC X VALUE "N".
               88  WS-PACK-OPEN                 VALUE "Y".
           77  WS-RECON-OPEN-SW        PIC X VALUE "N".
               88  WS-RECON-OPEN                VALUE "Y".
           77  WS-ACKP-OPEN-SW         PIC X VALUE "N".
               88  WS-ACKP-OPEN                 VALUE "Y".
           77  WS-ACKG-OPEN-SW         PIC X VALUE "N".
               88  WS-ACKG-OPEN                 VALUE "Y".
           77  WS-HDR-SEEN-SW          PIC X VALUE "N".
               88  WS-HDR-SEEN                  VALUE "Y".
           77  WS-TRL-SEEN-SW          PIC X VALUE "N".
           77  WS-OR-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-ACK-SEQ              PIC 9(05) COMP VALUE ZERO.
           77  WS-HDR-BATCH-ID         PIC X(08) VALUE SPACES.
           77  WS-HDR-RUN-DATE         PIC 9(08) VALUE ZERO.
           77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           77  WS-ACKP-COUNT           PIC 9(05) COMP VALUE ZERO.
           77  WS-ACKP-VALUE           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-DETAIL-VALUE         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-TRL-VALUE            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           77  WS-VALUE-EDIT           PIC +Z(10)9.99.

      *----------------------------------------------------------*
      *  THE RETAINED ACKP GENERATION IS NAMED FOR THE ARRAYOUT  *
      *  HEADER'S RUN DATE AND BATCH ID, NOT TODAY'S, SO IT      *
      *  PAIRS WITH THE AOUT GENERATION OF THE SAME EXPORT.      *
      *----------------------------------------------------------*
           01  WS-ACKG-GEN-NAME.
               05  WS-AGN-TYPE         PIC X(04) VALUE "ACKP".
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-AGN-DATE         PIC 9(08).
               05  FILLER              PIC X(01) VALUE ".".
               05  WS-AGN-BATCH        PIC X(08).

      *----------------------------------------------------------*
      *  IN-CORE COPY OF THE ARRAYOUT DETAIL LINES. THE EXPORT   *
      *  SEQUENCE NUMBER IS THE TABLE POSITION BY CONSTRUCTION   *
      *  (8220-WRITE-ONE-EXPORT WRITES THE SUBSCRIPT), SO AN     *
      *  ACKNOWLEDGMENT IS MATCHED BY DIRECT SUBSCRIPT - NO      *
      *  SCAN PER ACK RECORD. THE TYPE, AMOUNT AND POSTED DATE  *
      *  ARE KEPT SO THE ACKNOWLEDGED LINES CAN BE PASSED ON TO  *
      *  POSTBAL WHOLE.                                           *
      *----------------------------------------------------------*
           01  WS-EXPORT-TABLE.
               05  WS-EX-ENTRY         OCCURS 50000 TIMES.
                   10  EX-ACCT-NO      PIC 9(06).
                   10  EX-ACKED-SW     PIC X(01).
                       88  EX-ACKED             VALUE "Y".
                   10  EX-TRAN-TYPE    PIC X(01).
                   10  EX-AMOUNT       PIC S9(09)V99 COMP-3.
                   10  EX-POSTED-DATE  PIC 9(08).

      *----------------------------------------------------------*
      *  ACKNOWLEDGMENTS WITH NO MATCHING EXPORT LINE ARE HELD   *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-EXPT-OPEN AND WS-PACK-OPEN AND WS-RECON-OPEN
                   AND WS-ACKP-OPEN
               PERFORM 2000-LOAD-EXPORT THRU 2000-EXIT
               PERFORM 3000-MATCH-ACKS THRU 3000-EXIT
               PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
               PERFORM 5000-WRITE-ACKED-EXTRACT THRU 5000-EXIT
           ELSE
               MOVE "N" TO WS-RECONCILED-SW
           END-IF.
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-RECON-OPEN-SW.
           OPEN OUTPUT ACK-POSTED-FILE.
           IF WS-ACKP-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN ACKPOST - STATUS "
                   WS-ACKP-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-ACKP-OPEN-SW.
       1000-EXIT.
           EXIT.

           IF AOH-RECORD-TYPE = "H"
               MOVE "Y" TO WS-HDR-SEEN-SW
               MOVE AOH-BATCH-ID TO WS-HDR-BATCH-ID
               IF AOH-RUN-DATE IS NUMERIC
                   MOVE AOH-RUN-DATE TO WS-HDR-RUN-DATE
               END-IF
               GO TO 2200-NEXT
           END-IF.
           IF AOH-RECORD-TYPE = "T"
           MOVE AOD-SEQUENCE-NO TO EX-SEQUENCE-NO(WS-DETAIL-COUNT).
           MOVE AOD-ACCT-NO TO EX-ACCT-NO(WS-DETAIL-COUNT).
           MOVE "N" TO EX-ACKED-SW(WS-DETAIL-COUNT).
           MOVE AOD-TRAN-TYPE TO EX-TRAN-TYPE(WS-DETAIL-COUNT).
           MOVE AOD-AMOUNT TO EX-AMOUNT(WS-DETAIL-COUNT).
           MOVE ZERO TO EX-POSTED-DATE(WS-DETAIL-COUNT).
           ADD AOD-AMOUNT TO WS-DETAIL-VALUE.
       2200-NEXT.
           PERFORM 2100-READ-EXPORT-RECORD THRU 2100-EXIT.
               GO TO 3200-NEXT
           END-IF.
           MOVE "Y" TO EX-ACKED-SW(WS-ACK-SEQ).
           IF PA-POSTED-DATE IS NUMERIC
               MOVE PA-POSTED-DATE TO EX-POSTED-DATE(WS-ACK-SEQ)
           END-IF.
           ADD 1 TO WS-MATCHED-COUNT.
       3200-NEXT.
           PERFORM 3100-READ-ACK-RECORD THRU 3100-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-ACKED-EXTRACT                                *
      *  PASSES EVERY ACKNOWLEDGED EXPORT LINE TO POSTBAL, IN    *
      *  EXPORT SEQUENCE. AN UNRECONCILED NIGHT STILL GETS ITS   *
      *  EXTRACT - WHAT WAS ACKNOWLEDGED WAS POSTED, AND THE     *
      *  LEDGER MUST CARRY IT - WHILE THE UNACKNOWLEDGED LINES   *
      *  STAY OUT UNTIL THE POSTING GROUP ANSWERS FOR THEM. A    *
      *  LINE WITH NO POSTED DATE ON ITS ACKNOWLEDGMENT IS       *
      *  DATED TODAY. THE SAME RECORDS GO TO THE RETAINED ACKP   *
      *  GENERATION; AN ARRAYOUT WITH NO HEADER HAS NOTHING TO   *
      *  NAME IT BY, SO NONE IS KEPT, AND A GENERATION THAT      *
      *  CANNOT BE OPENED IS WARNED OF BUT DOES NOT HOLD UP THE  *
      *  POSTING EXTRACT.                                         *
      *----------------------------------------------------------*
       5000-WRITE-ACKED-EXTRACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 5200-OPEN-ACKED-GEN THRU 5200-EXIT.
           MOVE SPACES TO ACK-POSTED-HEADER-REC.
           MOVE "H" TO APH-RECORD-TYPE.
           MOVE WS-HDR-RUN-DATE TO APH-RUN-DATE.
           MOVE WS-HDR-BATCH-ID TO APH-BATCH-ID.
           WRITE ACK-POSTED-HEADER-REC.
           IF WS-ACKG-OPEN
               MOVE ACK-POSTED-HEADER-REC TO AKG-RECORD
               WRITE ACK-POSTED-GEN-RECORD
           END-IF.
           PERFORM 5100-WRITE-ONE-ACKED THRU 5100-EXIT
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-DETAIL-COUNT.
           MOVE SPACES TO ACK-POSTED-TRAILER-REC.
           MOVE "T" TO APT-RECORD-TYPE.
           MOVE WS-ACKP-COUNT TO APT-ACKED-COUNT.
           MOVE WS-ACKP-VALUE TO APT-ACKED-VALUE.
           MOVE WS-TRL-COUNT TO APT-EXPORT-COUNT.
           MOVE WS-TRL-VALUE TO APT-EXPORT-VALUE.
           WRITE ACK-POSTED-TRAILER-REC.
           IF WS-ACKP-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE ACKPOST - STATUS "
                   WS-ACKP-STATUS
               MOVE "N" TO WS-RECONCILED-SW
           END-IF.
           IF WS-ACKG-OPEN
               MOVE ACK-POSTED-TRAILER-REC TO AKG-RECORD
               WRITE ACK-POSTED-GEN-RECORD
               CLOSE ACK-POSTED-GEN-FILE
               MOVE "N" TO WS-ACKG-OPEN-SW
               PERFORM 5300-WRITE-CATALOG THRU 5300-EXIT
           END-IF.
           DISPLAY " " WS-ACKP-COUNT
               " ACKNOWLEDGED DETAILS WRITTEN TO ACKPOST ".
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ACKED.
           IF NOT EX-ACKED(WS-EX-IDX)
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO ACK-POSTED-DETAIL-REC.
           MOVE "D" TO APD-RECORD-TYPE.
           MOVE EX-SEQUENCE-NO(WS-EX-IDX) TO APD-SEQUENCE-NO.
           MOVE EX-ACCT-NO(WS-EX-IDX) TO APD-ACCT-NO.
           MOVE EX-TRAN-TYPE(WS-EX-IDX) TO APD-TRAN-TYPE.
           MOVE EX-AMOUNT(WS-EX-IDX) TO APD-AMOUNT.
           IF EX-POSTED-DATE(WS-EX-IDX) = ZERO
               MOVE WS-RUN-DATE TO APD-POSTED-DATE
           ELSE
               MOVE EX-POSTED-DATE(WS-EX-IDX) TO APD-POSTED-DATE
           END-IF.
           WRITE ACK-POSTED-DETAIL-REC.
           IF WS-ACKP-STATUS NOT = "00"
               DISPLAY " UNABLE TO WRITE ACKPOST SEQUENCE "
                   EX-SEQUENCE-NO(WS-EX-IDX) " - STATUS "
                   WS-ACKP-STATUS
               MOVE "N" TO WS-RECONCILED-SW
               GO TO 5100-EXIT
           END-IF.
           IF WS-ACKG-OPEN
               MOVE ACK-POSTED-DETAIL-REC TO AKG-RECORD
               WRITE ACK-POSTED-GEN-RECORD
           END-IF.
           ADD 1 TO WS-ACKP-COUNT.
           ADD EX-AMOUNT(WS-EX-IDX) TO WS-ACKP-VALUE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5200-OPEN-ACKED-GEN                                     *
      *----------------------------------------------------------*
       5200-OPEN-ACKED-GEN.
           IF NOT WS-HDR-SEEN
                   OR WS-HDR-RUN-DATE = ZERO
                   OR WS-HDR-BATCH-ID = SPACES
               DISPLAY " WARNING - NO ARRAYOUT HEADER, NO ACKP "
                   "GENERATION KEPT "
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-HDR-RUN-DATE TO WS-AGN-DATE.
           MOVE WS-HDR-BATCH-ID TO WS-AGN-BATCH.
           OPEN OUTPUT ACK-POSTED-GEN-FILE.
           IF WS-ACKG-STATUS NOT = "00"
               DISPLAY " WARNING - UNABLE TO OPEN " WS-ACKG-GEN-NAME
                   " - STATUS " WS-ACKG-STATUS
               GO TO 5200-EXIT
           END-IF.
           MOVE "Y" TO WS-ACKG-OPEN-SW.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5300-WRITE-CATALOG                                      *
      *  APPENDS THE ACKP GENERATION TO RPTCATLG SO RPTRETEN     *
      *  AGES IT OFF WITH ITS AOUT PARTNER. A CATALOG FAILURE IS *
      *  REPORTED BUT DOES NOT UNRECONCILE THE NIGHT.             *
      *----------------------------------------------------------*
       5300-WRITE-CATALOG.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF WS-RCAT-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE
           END-IF.
           IF WS-RCAT-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN RPTCATLG - STATUS "
                   WS-RCAT-STATUS
               GO TO 5300-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CATALOG-RECORD.
           MOVE WS-AGN-TYPE TO RCAT-REPORT-TYPE.
           MOVE WS-AGN-DATE TO RCAT-RUN-DATE.
           MOVE WS-AGN-BATCH TO RCAT-BATCH-ID.
           MOVE WS-ACKG-GEN-NAME TO RCAT-FILE-NAME.
           MOVE WS-ACKP-COUNT TO RCAT-EXCP-COUNT.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
           IF WS-RECON-OPEN
               CLOSE RECON-REPORT-FILE
           END-IF.
           IF WS-ACKP-OPEN
               CLOSE ACK-POSTED-FILE
           END-IF.
           IF WS-ACKG-OPEN
               CLOSE ACK-POSTED-GEN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
