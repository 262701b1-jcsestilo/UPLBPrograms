      *  OPERATOR WHO IS UNKNOWN OR INACTIVE ON OPERMAST - A     *
      *  REFUSED GENERATION ENDS WITH RETURN CODE 8 AND LEAVES   *
      *  THE PRIOR BATCHCTL UNTOUCHED.                            *
      *  A STEP THAT NAMES A PREDECESSOR STEP GETS THAT STEP'S   *
      *  CARD NUMBER AND ITS RUN CONDITION ON ITS CARD, SO THE   *
      *  MENU READER CAN SKIP IT WHEN THE PREDECESSOR FAILED.    *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-09-02  JCS  INITIAL VERSION - TAKES THE FAT-       *
      *                   FINGERED CARD OUT OF THE OVERNIGHT.     *
      *  2026-10-15  JCS  OPERMAST CARRIES THIRTEEN AUTHORITY     *
      *                   BYTES NOW - TABLE WIDENED TO MATCH.     *
      *  2026-10-15  JCS  FOURTEEN AUTHORITY BYTES NOW FOR THE    *
      *                   LARGE-VALUE ALERT OPTION.               *
      *  2026-10-15  JCS  SCHDMAST STEPS CARRY A STEP ID, A       *
      *                   PREDECESSOR STEP AND A RUN CONDITION -  *
      *                   EACH CARD NOW NAMES ITS PREDECESSOR'S   *
      *                   CARD NUMBER AND CONDITION. A BAD OR     *
      *                   FORWARD PREDECESSOR REFUSES THE RUN.    *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCTLGEN.
           77  WS-ST-MAX               PIC 9(03) COMP VALUE 100.
           77  WS-ST-IDX               PIC 9(03) COMP VALUE ZERO.
           77  WS-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
           77  WS-NEXT-CARD            PIC 9(03) COMP VALUE ZERO.
           77  WS-PRED-IDX             PIC 9(03) COMP VALUE ZERO.
           77  WS-PRED-HIT             PIC 9(03) COMP VALUE ZERO.
           77  WS-DUP-HIT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FIND-STEP-ID         PIC X(04) VALUE SPACES.
           77  WS-WALK-DONE-SW         PIC X VALUE "N".
               88  WS-WALK-DONE                 VALUE "Y".
           77  WS-STEP-OK-SW           PIC X VALUE "Y".
               88  WS-STEP-OK                   VALUE "Y".

           77  WS-DAY-OF-WEEK          PIC 9(01) COMP VALUE ZERO.
           77  WS-MONTH-END-SW         PIC X VALUE "N".
               05  WS-OT-ENTRY         OCCURS 20 TIMES.
                   10  OT-ID           PIC X(08).
                   10  OT-ACTIVE-FLAG  PIC X(01).
                   10  OT-AUTH-FLAGS   PIC X(14).

      *----------------------------------------------------------*
      *  THE WHOLE SCHEDULE IS LOADED AND VALIDATED BEFORE A     *
                   10  ST-ME-FLAG      PIC X(01).
                   10  ST-SELECT-SW    PIC X(01).
                       88  ST-SELECTED          VALUE "Y".
                   10  ST-STEP-ID      PIC X(04).
                   10  ST-PRED-IDX     PIC 9(03) COMP.
                   10  ST-CONDITION    PIC X(01).
                       88  ST-RUN-ALWAYS        VALUE "A".
                   10  ST-CARD-NO      PIC 9(03) COMP.

      *----------------------------------------------------------*
      *  THE DATED HEADER CARD STAMPED AT THE TOP OF EVERY       *
      *  OVERNIGHT AS AN INVALID CARD - EXACTLY THE MISTAKE THE  *
      *  GENERATOR EXISTS TO REMOVE - SO IT REFUSES THE WHOLE    *
      *  GENERATION INSTEAD, THE SAME AS AN UNKNOWN OPERATOR.     *
      *  SO DOES A DUPLICATE STEP ID, A BAD RUN CONDITION, OR A  *
      *  PREDECESSOR THAT IS NOT AN EARLIER STEP ON THE MASTER - *
      *  THE STREAM RUNS IN FILE ORDER, SO A LATER STEP COULD    *
      *  NEVER HAVE RUN FIRST, AND NO LOOP CAN BE BUILT.          *
      *----------------------------------------------------------*
       2100-LOAD-ONE-STEP.
           READ SCHEDULE-MASTER-FILE
               MOVE "N" TO WS-GEN-OK-SW
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-VALIDATE-DEPENDENCY THRU 2200-EXIT.
           IF NOT WS-STEP-OK
               MOVE "N" TO WS-GEN-OK-SW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           MOVE SM-CHOICE TO ST-CHOICE(WS-ST-COUNT).
           MOVE SM-OPERATOR-ID TO ST-OPERATOR-ID(WS-ST-COUNT).
           MOVE SM-RUN-DAYS TO ST-RUN-DAYS(WS-ST-COUNT).
           MOVE SM-MONTH-END-FLAG TO ST-ME-FLAG(WS-ST-COUNT).
           MOVE "N" TO ST-SELECT-SW(WS-ST-COUNT).
           MOVE SM-STEP-ID TO ST-STEP-ID(WS-ST-COUNT).
           MOVE WS-PRED-HIT TO ST-PRED-IDX(WS-ST-COUNT).
           MOVE SM-RUN-CONDITION TO ST-CONDITION(WS-ST-COUNT).
           IF SM-RUN-CONDITION = SPACE
               MOVE "W" TO ST-CONDITION(WS-ST-COUNT)
           END-IF.
           MOVE ZERO TO ST-CARD-NO(WS-ST-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-VALIDATE-DEPENDENCY                                *
      *  CHECKS THE STEP JUST READ AGAINST THE STEPS ALREADY     *
      *  LOADED AND LEAVES ITS PREDECESSOR'S TABLE INDEX (ZERO   *
      *  FOR NONE) IN WS-PRED-HIT.                                *
      *----------------------------------------------------------*
       2200-VALIDATE-DEPENDENCY.
           MOVE "Y" TO WS-STEP-OK-SW.
           MOVE ZERO TO WS-PRED-HIT.
           IF NOT SM-RUN-IF-WORKED AND NOT SM-RUN-ALWAYS
               DISPLAY " SCHDMAST STEP " SM-STEP-ID
                   " WITH RUN CONDITION " SM-RUN-CONDITION
                   " - NOT W OR A - GENERATION REFUSED "
               MOVE "N" TO WS-STEP-OK-SW
               GO TO 2200-EXIT
           END-IF.
           IF SM-STEP-ID NOT = SPACES
               MOVE SM-STEP-ID TO WS-FIND-STEP-ID
               PERFORM 2300-FIND-STEP THRU 2300-EXIT
               IF WS-DUP-HIT NOT = ZERO
                   DISPLAY " SCHDMAST STEP ID " SM-STEP-ID
                       " USED TWICE - GENERATION REFUSED "
                   MOVE "N" TO WS-STEP-OK-SW
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF SM-PRED-STEP-ID = SPACES
               GO TO 2200-EXIT
           END-IF.
           MOVE SM-PRED-STEP-ID TO WS-FIND-STEP-ID.
           PERFORM 2300-FIND-STEP THRU 2300-EXIT.
           IF WS-DUP-HIT = ZERO
               DISPLAY " SCHDMAST STEP " SM-STEP-ID
                   " NAMES PREDECESSOR " SM-PRED-STEP-ID
                   " - NOT AN EARLIER STEP - GENERATION REFUSED "
               MOVE "N" TO WS-STEP-OK-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-DUP-HIT TO WS-PRED-HIT.
       2200-EXIT.
           EXIT.

       2300-FIND-STEP.
           MOVE ZERO TO WS-DUP-HIT.
           PERFORM 2310-MATCH-STEP THRU 2310-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
       2300-EXIT.
           EXIT.

       2310-MATCH-STEP.
           IF ST-STEP-ID(WS-ST-IDX) = WS-FIND-STEP-ID
               MOVE WS-ST-IDX TO WS-DUP-HIT
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-SELECT-STEPS                                       *
      *  MARKS THE STEPS THAT RUN TONIGHT AND VALIDATES EVERY    *
               END-IF
           END-IF.
           IF ST-SELECTED(WS-ST-IDX)
               ADD 1 TO WS-NEXT-CARD
               MOVE WS-NEXT-CARD TO ST-CARD-NO(WS-ST-IDX)
               PERFORM 3200-VALIDATE-OPERATOR THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           MOVE ST-CHOICE(WS-ST-IDX) TO BC-CHOICE.
           MOVE ST-OPERATOR-ID(WS-ST-IDX) TO BC-OPERATOR-ID.
           MOVE ST-PARM-1(WS-ST-IDX) TO BC-PARM-1.
           PERFORM 4200-RESOLVE-PREDECESSOR THRU 4200-EXIT.
           IF WS-PRED-IDX NOT = ZERO
               MOVE ST-CARD-NO(WS-PRED-IDX) TO BC-PRED-CARD
               MOVE ST-CONDITION(WS-ST-IDX) TO BC-RUN-CONDITION
           END-IF.
           WRITE BATCH-CONTROL-RECORD.
           ADD 1 TO WS-CARD-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-RESOLVE-PREDECESSOR                                *
      *  FINDS THE CARD TONIGHT'S STEP REALLY DEPENDS ON. WHEN   *
      *  THE NAMED PREDECESSOR IS NOT SCHEDULED TONIGHT, THE     *
      *  STEP WAITS ON WHATEVER THAT PREDECESSOR WOULD HAVE      *
      *  WAITED ON - UNLESS IT WOULD HAVE RUN ANYWAY (CONDITION  *
      *  A, OR NO PREDECESSOR OF ITS OWN), IN WHICH CASE NOTHING *
      *  TONIGHT STANDS BETWEEN THE STEP AND ITS RUN. LEAVES THE *
      *  PREDECESSOR'S TABLE INDEX IN WS-PRED-IDX, ZERO FOR NONE. *
      *----------------------------------------------------------*
       4200-RESOLVE-PREDECESSOR.
           MOVE ST-PRED-IDX(WS-ST-IDX) TO WS-PRED-IDX.
           MOVE "N" TO WS-WALK-DONE-SW.
           PERFORM 4210-WALK-PREDECESSOR THRU 4210-EXIT
               UNTIL WS-WALK-DONE.
       4200-EXIT.
           EXIT.

       4210-WALK-PREDECESSOR.
           IF WS-PRED-IDX = ZERO
               MOVE "Y" TO WS-WALK-DONE-SW
               GO TO 4210-EXIT
           END-IF.
           IF ST-SELECTED(WS-PRED-IDX)
               MOVE "Y" TO WS-WALK-DONE-SW
               GO TO 4210-EXIT
           END-IF.
           IF ST-RUN-ALWAYS(WS-PRED-IDX)
               MOVE ZERO TO WS-PRED-IDX
               MOVE "Y" TO WS-WALK-DONE-SW
               GO TO 4210-EXIT
           END-IF.
           MOVE ST-PRED-IDX(WS-PRED-IDX) TO WS-PRED-IDX.
       4210-EXIT.
           EXIT.
