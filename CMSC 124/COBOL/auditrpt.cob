      *                   CHOICE (OR OTHERWISE MALFORMED) ARE    *
      *                   NOW COUNTED AND SKIPPED INSTEAD OF     *
      *                   MISPARSING INTO PHANTOM OPERATORS.      *
      *  2026-10-15  JCS  AUDITLOG CARRIES THE ACCOUNT LOOKED UP  *
      *                   BY THE ACCTINQ ONLINE INQUIRY - NEW     *
      *                   SECTION LISTS WHO LOOKED UP WHICH       *
      *                   ACCOUNT, HOW OFTEN AND WHEN LAST.       *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
           77  WS-DN-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-DN-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-DN-HIT               PIC 9(03) COMP VALUE ZERO.
           77  WS-IQ-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-IQ-MAX               PIC 9(03) COMP VALUE 500.
           77  WS-IQ-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-IQ-HIT               PIC 9(03) COMP VALUE ZERO.

           01  WS-THIS-STAMP.
               05  WS-THIS-DATE        PIC 9(08).
                   10  DN-CHOICE       PIC 9(02).
                   10  DN-COUNT        PIC 9(03) COMP.

      *----------------------------------------------------------*
      *  ONE ENTRY PER OPERATOR/ACCOUNT PAIR LOOKED UP THROUGH   *
      *  THE ACCTINQ INQUIRY (CHOICE 90 WITH AN ACCOUNT NUMBER)  *
      *  - SECURITY REVIEW SEES WHO BROWSED WHICH ACCOUNTS.       *
      *----------------------------------------------------------*
           01  WS-INQUIRY-TABLE.
               05  WS-IQ-ENTRY         OCCURS 500 TIMES.
                   10  IQ-OPERATOR     PIC X(08).
                   10  IQ-ACCT-NO      PIC X(06).
                   10  IQ-COUNT        PIC 9(03) COMP.
                   10  IQ-LAST-DATE    PIC 9(08).

      *----------------------------------------------------------*
      *  REPORT PRINT LINES - EACH PARAGRAPH MOVES SPACES TO     *
      *  ITS LINE FIRST, FILLS ITS FIELDS, THEN MOVES THE LINE   *
               05  WS-DNL-COUNT        PIC 9(03).
               05  FILLER              PIC X(55).

           01  WS-INQUIRY-LINE.
               05  FILLER              PIC X(01).
               05  WS-IQL-OPERATOR     PIC X(08).
               05  FILLER              PIC X(02).
               05  WS-IQL-ACCT-LBL     PIC X(05).
               05  WS-IQL-ACCT-NO      PIC X(06).
               05  FILLER              PIC X(02).
               05  WS-IQL-COUNT        PIC 9(03).
               05  FILLER              PIC X(02).
               05  WS-IQL-LAST-LBL     PIC X(05).
               05  WS-IQL-LAST-DATE    PIC 9(08).
               05  FILLER              PIC X(38).

           01  WS-FLAG-LINE.
               05  WS-FLG-STARS        PIC X(04).
               05  WS-FLG-OPERATOR     PIC X(08).
               IF AUD-CHOICE = 1
                   PERFORM 2500-TALLY-FILL-REDO THRU 2500-EXIT
               END-IF
               IF AUD-ACCT-INQUIRY AND AUD-ACCT-NO NOT = SPACES
                   PERFORM 2700-TALLY-INQUIRY THRU 2700-EXIT
               END-IF
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2700-TALLY-INQUIRY                                      *
      *  COUNTS ACCOUNT INQUIRIES PER OPERATOR PER ACCOUNT AND   *
      *  KEEPS THE LATEST DATE EACH PAIR WAS LOOKED UP.           *
      *----------------------------------------------------------*
       2700-TALLY-INQUIRY.
           MOVE ZERO TO WS-IQ-HIT.
           PERFORM 2710-MATCH-INQUIRY THRU 2710-EXIT
               VARYING WS-IQ-IDX FROM 1 BY 1
               UNTIL WS-IQ-IDX > WS-IQ-COUNT.
           IF WS-IQ-HIT = ZERO
               IF WS-IQ-COUNT = WS-IQ-MAX
                   DISPLAY " INQUIRY TABLE FULL - SKIPPING "
                       AUD-OPERATOR-ID " " AUD-ACCT-NO
                   GO TO 2700-EXIT
               END-IF
               ADD 1 TO WS-IQ-COUNT
               MOVE WS-IQ-COUNT TO WS-IQ-HIT
               MOVE AUD-OPERATOR-ID TO IQ-OPERATOR(WS-IQ-HIT)
               MOVE AUD-ACCT-NO TO IQ-ACCT-NO(WS-IQ-HIT)
               MOVE ZERO TO IQ-COUNT(WS-IQ-HIT)
               MOVE ZERO TO IQ-LAST-DATE(WS-IQ-HIT)
           END-IF.
           ADD 1 TO IQ-COUNT(WS-IQ-HIT).
           IF AUD-TIMESTAMP-DATE > IQ-LAST-DATE(WS-IQ-HIT)
               MOVE AUD-TIMESTAMP-DATE TO IQ-LAST-DATE(WS-IQ-HIT)
           END-IF.
       2700-EXIT.
           EXIT.

       2710-MATCH-INQUIRY.
           IF IQ-OPERATOR(WS-IQ-IDX) = AUD-OPERATOR-ID
                   AND IQ-ACCT-NO(WS-IQ-IDX) = AUD-ACCT-NO
               MOVE WS-IQ-IDX TO WS-IQ-HIT
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-REPORT                                       *
      *----------------------------------------------------------*
                   UNTIL WS-DN-IDX > WS-DN-COUNT
           END-IF.

           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "ACCOUNT INQUIRIES (OPERATOR, ACCOUNT, COUNT, LAST):"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO AR-LINE.
           WRITE ACTIVITY-REPORT-RECORD.
           IF WS-IQ-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO AR-LINE
               WRITE ACTIVITY-REPORT-RECORD
           ELSE
               PERFORM 3500-WRITE-INQUIRY-LINE THRU 3500-EXIT
                   VARYING WS-IQ-IDX FROM 1 BY 1
                   UNTIL WS-IQ-IDX > WS-IQ-COUNT
           END-IF.

           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "END OF AUDIT ACTIVITY SUMMARY" TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO AR-LINE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-WRITE-INQUIRY-LINE                                 *
      *----------------------------------------------------------*
       3500-WRITE-INQUIRY-LINE.
           MOVE SPACES TO WS-INQUIRY-LINE.
           MOVE IQ-OPERATOR(WS-IQ-IDX) TO WS-IQL-OPERATOR.
           MOVE "ACCT " TO WS-IQL-ACCT-LBL.
           MOVE IQ-ACCT-NO(WS-IQ-IDX) TO WS-IQL-ACCT-NO.
           MOVE IQ-COUNT(WS-IQ-IDX) TO WS-IQL-COUNT.
           MOVE "LAST " TO WS-IQL-LAST-LBL.
           MOVE IQ-LAST-DATE(WS-IQ-IDX) TO WS-IQL-LAST-DATE.
           MOVE WS-INQUIRY-LINE TO AR-LINE.
           WRITE ACTIVITY-REPORT-RECORD.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                          *
      *----------------------------------------------------------*
