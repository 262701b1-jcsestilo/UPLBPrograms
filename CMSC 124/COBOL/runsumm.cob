      *  THE FILL CARD'S RESULT. BATCHLOG IS EXPECTED TO HOLD    *
      *  ONE NIGHT'S RESULTS - OPS CLEARS IT AFTER THE REVIEW,   *
      *  THE SAME WAY THE STREAM ITSELF IS REGENERATED NIGHTLY.   *
      *  CARDS SKIPPED BECAUSE THEIR PREDECESSOR DID NOT WORK    *
      *  ARE COUNTED APART FROM FAILURES AND LISTED IN THEIR OWN *
      *  SECTION WITH THE FAILED CARD THAT CAUSED EACH SKIP.      *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-09-02  JCS  INITIAL VERSION - ONE REPORT INSTEAD   *
      *                   OF THREE FILES AND A GUESS.             *
      *  2026-10-15  JCS  SKIPPED CARDS (PREDECESSOR DID NOT      *
      *                   WORK) COUNTED SEPARATELY AND LISTED IN  *
      *                   THEIR OWN SECTION WITH THEIR CAUSE.     *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSUMM.
           77  WS-CARDS-ATTEMPTED      PIC 9(05) COMP VALUE ZERO.
           77  WS-CARDS-WORKED         PIC 9(05) COMP VALUE ZERO.
           77  WS-CARDS-FAILED         PIC 9(05) COMP VALUE ZERO.
           77  WS-CARDS-SKIPPED        PIC 9(05) COMP VALUE ZERO.
           77  WS-FILL-SEEN-SW         PIC X VALUE "N".
               88  WS-FILL-SEEN                 VALUE "Y".
           77  WS-FILL-FAILED-SW       PIC X VALUE "N".
               88  WS-FILL-FAILED               VALUE "Y".
           77  WS-FILL-SKIPPED-SW      PIC X VALUE "N".
               88  WS-FILL-SKIPPED              VALUE "Y".

           77  WS-FC-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-FC-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-FC-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-SK-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-SK-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-SK-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-DN-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-DN-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-DN-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-DENIAL-TOTAL         PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      *  FAILED CARDS, SKIPPED CARDS AND RUN-DATE DENIALS ARE    *
      *  HELD HERE SO THE REPORT SECTIONS COME OUT IN ORDER      *
      *  WHATEVER ORDER THE LOGS WERE WRITTEN IN.                 *
      *----------------------------------------------------------*
           01  WS-FAILED-CARD-TABLE.
               05  WS-FC-ENTRY         OCCURS 100 TIMES.
                   10  FC-CHOICE       PIC 9(02).
                   10  FC-FILE-STATUS  PIC X(02).

           01  WS-SKIPPED-CARD-TABLE.
               05  WS-SK-ENTRY         OCCURS 100 TIMES.
                   10  SK-CARD-NO      PIC 9(05).
                   10  SK-CHOICE       PIC 9(02).
                   10  SK-CAUSE-CARD   PIC 9(05).

           01  WS-DENIAL-TABLE.
               05  WS-DN-ENTRY         OCCURS 100 TIMES.
                   10  DN-OPERATOR     PIC X(08).
               05  WS-CRD-WORKED       PIC 9(05).
               05  WS-CRD-FLD-LBL      PIC X(09).
               05  WS-CRD-FAILED       PIC 9(05).
               05  WS-CRD-SKP-LBL      PIC X(10).
               05  WS-CRD-SKIPPED      PIC 9(05).
               05  FILLER              PIC X(14).

           01  WS-FAILED-LINE.
               05  FILLER              PIC X(01).
               05  WS-FLD-STATUS       PIC X(02).
               05  FILLER              PIC X(47).

           01  WS-SKIPPED-LINE.
               05  FILLER              PIC X(01).
               05  WS-SKL-CARD-LBL     PIC X(05).
               05  WS-SKL-CARD-NO      PIC 9(05).
               05  FILLER              PIC X(02).
               05  WS-SKL-CHC-LBL      PIC X(07).
               05  WS-SKL-CHOICE       PIC 9(02).
               05  FILLER              PIC X(02).
               05  WS-SKL-CAUSE-LBL    PIC X(15).
               05  WS-SKL-CAUSE-CARD   PIC 9(05).
               05  WS-SKL-FAILED-LBL   PIC X(07).
               05  FILLER              PIC X(29).

           01  WS-DENIAL-LINE.
               05  FILLER              PIC X(01).
               05  WS-DNL-OPERATOR     PIC X(08).
           IF BL-RESULT = "WORKED"
               ADD 1 TO WS-CARDS-WORKED
           ELSE
               IF BL-RESULT = "SKIPPED"
                   ADD 1 TO WS-CARDS-SKIPPED
                   PERFORM 2300-HOLD-SKIPPED-CARD THRU 2300-EXIT
               ELSE
                   ADD 1 TO WS-CARDS-FAILED
                   PERFORM 2200-HOLD-FAILED-CARD THRU 2200-EXIT
               END-IF
           END-IF.
           IF BL-CHOICE IS NUMERIC
               IF BL-CHOICE = 1
                   MOVE "Y" TO WS-FILL-SEEN-SW
                   IF BL-RESULT = "SKIPPED"
                       MOVE "Y" TO WS-FILL-SKIPPED-SW
                   ELSE
                       IF BL-RESULT NOT = "WORKED"
                           MOVE "Y" TO WS-FILL-FAILED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-HOLD-SKIPPED-CARD.
           IF WS-SK-COUNT = WS-SK-MAX
               DISPLAY " SKIPPED-CARD TABLE FULL - SKIPPING CARD "
                   BL-CARD-NO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-SK-COUNT.
           IF BL-CARD-NO IS NUMERIC
               MOVE BL-CARD-NO TO SK-CARD-NO(WS-SK-COUNT)
           ELSE
               MOVE ZERO TO SK-CARD-NO(WS-SK-COUNT)
           END-IF.
           IF BL-CHOICE IS NUMERIC
               MOVE BL-CHOICE TO SK-CHOICE(WS-SK-COUNT)
           ELSE
               MOVE ZERO TO SK-CHOICE(WS-SK-COUNT)
           END-IF.
           IF BL-CAUSE-CARD IS NUMERIC
               MOVE BL-CAUSE-CARD TO SK-CAUSE-CARD(WS-SK-COUNT)
           ELSE
               MOVE ZERO TO SK-CAUSE-CARD(WS-SK-COUNT)
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-TALLY-DENIALS                                      *
      *  ONLY DENIALS STAMPED WITH THE RUN DATE BELONG TO THE    *
           MOVE WS-CARDS-WORKED TO WS-CRD-WORKED.
           MOVE " FAILED " TO WS-CRD-FLD-LBL.
           MOVE WS-CARDS-FAILED TO WS-CRD-FAILED.
           MOVE " SKIPPED " TO WS-CRD-SKP-LBL.
           MOVE WS-CARDS-SKIPPED TO WS-CRD-SKIPPED.
           MOVE WS-CARDS-LINE TO RSM-LINE.
           WRITE RUN-SUMMARY-RECORD.

                   UNTIL WS-FC-IDX > WS-FC-COUNT
           END-IF.

           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "SKIPPED CARDS (PREDECESSOR DID NOT WORK):"
               TO WS-SEC-LABEL.
           MOVE WS-SECTION-LINE TO RSM-LINE.
           WRITE RUN-SUMMARY-RECORD.
           IF WS-SK-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LINE
               MOVE " NONE" TO WS-SEC-LABEL
               MOVE WS-SECTION-LINE TO RSM-LINE
               WRITE RUN-SUMMARY-RECORD
           ELSE
               PERFORM 4150-WRITE-SKIPPED-LINE THRU 4150-EXIT
                   VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-SK-COUNT
           END-IF.

           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "OPERATOR DENIALS DURING THE RUN:"
               TO WS-SEC-LABEL.
                   MOVE "LOAD BALANCE: *** FILL FAILED - SEE ABOVE"
                       TO WS-SEC-LABEL
               ELSE
                   IF WS-FILL-SKIPPED
                       MOVE "LOAD BALANCE: *** FILL SKIPPED - SEE ABOVE"
                           TO WS-SEC-LABEL
                   ELSE
                       MOVE "LOAD BALANCE: FILL WORKED - IN BALANCE"
                           TO WS-SEC-LABEL
                   END-IF
               END-IF
           END-IF.
           MOVE WS-SECTION-LINE TO RSM-LINE.
           CLOSE RUN-SUMMARY-FILE.
           DISPLAY " RUNSUMM COMPLETE - " WS-CARDS-ATTEMPTED
               " CARDS, " WS-CARDS-FAILED " FAILED, "
               WS-CARDS-SKIPPED " SKIPPED, "
               WS-DENIAL-TOTAL " DENIALS - SEE RUNSRPT ".
       4000-EXIT.
           EXIT.
       4100-EXIT.
           EXIT.

       4150-WRITE-SKIPPED-LINE.
           MOVE SPACES TO WS-SKIPPED-LINE.
           MOVE "CARD " TO WS-SKL-CARD-LBL.
           MOVE SK-CARD-NO(WS-SK-IDX) TO WS-SKL-CARD-NO.
           MOVE "CHOICE " TO WS-SKL-CHC-LBL.
           MOVE SK-CHOICE(WS-SK-IDX) TO WS-SKL-CHOICE.
           MOVE "CAUSED BY CARD " TO WS-SKL-CAUSE-LBL.
           MOVE SK-CAUSE-CARD(WS-SK-IDX) TO WS-SKL-CAUSE-CARD.
           MOVE " FAILED" TO WS-SKL-FAILED-LBL.
           MOVE WS-SKIPPED-LINE TO RSM-LINE.
           WRITE RUN-SUMMARY-RECORD.
       4150-EXIT.
           EXIT.

       4200-WRITE-DENIAL-LINE.
           MOVE SPACES TO WS-DENIAL-LINE.
           MOVE DN-OPERATOR(WS-DN-IDX) TO WS-DNL-OPERATOR.
