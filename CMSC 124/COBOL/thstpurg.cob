      *----------------------------------------------------------*
      *  PROGRAM   : THSTPURG                                    *
      *  AUTHOR    : J. SESTILO                                  *
      *  INSTALLATION : UP LOS BANOS - CMSC 124                  *
      *----------------------------------------------------------*
      *  COMPANION PROGRAM TO EXERCISE1 - KEEPS THE TRANHIST     *
      *  ROLLING TRANSACTION HISTORY INSIDE ITS WINDOW. THE      *
      *  WINDOW IS A NUMBER OF BUSINESS DAYS (MONDAY TO FRIDAY)  *
      *  SUPPLIED BY THE OPERATOR OR THE JOB STREAM'S SYSIN -    *
      *  BLANK TAKES THE STANDARD WS-DEFAULT-WINDOW. THE CUTOFF  *
      *  IS THE OLDEST BUSINESS DAY STILL INSIDE THE WINDOW,     *
      *  COUNTING TODAY WHEN TODAY IS ONE; EVERY HISTORY RECORD  *
      *  LOADED BEFORE IT IS DELETED. RUN IT AFTER THE NIGHT'S   *
      *  FILL SO THE FILL ALWAYS SEES THE FULL WINDOW.            *
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                             *
      *  ---------- ----  ------------------------------------   *
      *  2026-10-15  JCS  INITIAL VERSION - THE PURGE HALF OF    *
      *                   THE CROSS-NIGHT RESUBMISSION CHECK.     *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THSTPURG.
       AUTHOR. J. SESTILO.
       INSTALLATION. UP-LOS-BANOS-CMSC-124.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE
               ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-THST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY THSTREC.

       WORKING-STORAGE SECTION.
           77  WS-THST-STATUS          PIC XX VALUE "00".
           77  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           77  WS-RUN-FAILED-SW        PIC X VALUE "N".
               88  WS-RUN-FAILED                VALUE "Y".
           77  WS-NO-HISTORY-SW        PIC X VALUE "N".
               88  WS-NO-HISTORY                VALUE "Y".

           77  WS-WINDOW-X             PIC X(03) VALUE SPACES.
           77  WS-WINDOW-DIGITS        PIC X(03) JUSTIFIED RIGHT
                                       VALUE SPACES.
           77  WS-WINDOW-DAYS          PIC 9(03) VALUE ZERO.
           77  WS-DEFAULT-WINDOW       PIC 9(03) VALUE 10.
           77  WS-BUSINESS-COUNT       PIC 9(03) COMP VALUE ZERO.
           77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
           77  WS-PURGED-COUNT         PIC 9(07) COMP VALUE ZERO.
           77  WS-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
           77  WS-DELETE-FAILS         PIC 9(07) COMP VALUE ZERO.

           01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
           01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
           01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               05  WS-CUT-YEAR         PIC 9(04).
               05  WS-CUT-MONTH        PIC 9(02).
               05  WS-CUT-DAY          PIC 9(02).

      *----------------------------------------------------------*
      *  CALENDAR CONTROLS. DAYS PER MONTH FOR STEPPING THE      *
      *  CUTOFF BACK A DAY AT A TIME, AND THE DAY NUMBER OF A    *
      *  KNOWN MONDAY SO THE DAY OF THE WEEK FALLS OUT OF THE    *
      *  SAME DAY-NUMBER ROUTINE SUSPMGR AGES ITEMS WITH.         *
      *----------------------------------------------------------*
           01  WS-MONTH-DAYS-VALUES    PIC X(24)
                   VALUE "312831303130313130313031".
           01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               05  WS-MONTH-DAYS       OCCURS 12 TIMES PIC 9(02).
           77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
           77  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZERO.
           77  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZERO.
           77  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZERO.
           77  WS-KNOWN-MONDAY         PIC 9(08) VALUE 20240101.
           77  WS-MONDAY-REM           PIC 9(01) COMP VALUE ZERO.
           77  WS-DOW-REM              PIC 9(01) COMP VALUE ZERO.
           77  WS-DOW-QUOT             PIC 9(07) COMP VALUE ZERO.
           77  WS-WEEKDAY              PIC S9(01) COMP VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-FAILED
               PERFORM 2000-FIND-CUTOFF THRU 2000-EXIT
               PERFORM 3000-PURGE-HISTORY THRU 3000-EXIT
           END-IF.
           IF NOT WS-RUN-FAILED AND NOT WS-NO-HISTORY
               DISPLAY " THSTPURG COMPLETE - " WS-READ-COUNT
                   " HISTORY RECORDS READ, " WS-PURGED-COUNT
                   " PURGED, " WS-KEPT-COUNT " KEPT "
           END-IF.
           IF WS-DELETE-FAILS > ZERO
               DISPLAY " " WS-DELETE-FAILS
                   " RECORDS COULD NOT BE DELETED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                         *
      *  THE WINDOW COMES FROM THE OPERATOR (OR THE JOB STREAM'S *
      *  SYSIN). BLANK TAKES THE DEFAULT; ANYTHING NOT A WHOLE   *
      *  NUMBER OF DAYS, OR ZERO, REFUSES THE RUN RATHER THAN    *
      *  GUESSING AT WHAT TO DELETE.                              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY " History window in business days (blank = "
               WS-DEFAULT-WINDOW "): " WITH NO ADVANCING.
           ACCEPT WS-WINDOW-X.
           IF WS-WINDOW-X = SPACES
               MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
               GO TO 1000-EXIT
           END-IF.
           UNSTRING WS-WINDOW-X DELIMITED BY SPACE
               INTO WS-WINDOW-DIGITS.
           INSPECT WS-WINDOW-DIGITS REPLACING LEADING SPACE BY ZERO.
           IF WS-WINDOW-DIGITS IS NOT NUMERIC
               DISPLAY " WINDOW NOT NUMERIC - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-WINDOW-DIGITS TO WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = ZERO
               DISPLAY " WINDOW OF ZERO DAYS - RUN REFUSED "
               MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-FIND-CUTOFF                                        *
      *  WALKS BACK FROM TODAY ONE CALENDAR DAY AT A TIME,       *
      *  COUNTING ONLY WEEKDAYS, UNTIL THE WINDOW IS FULL - THE  *
      *  DAY IT STOPS ON IS THE OLDEST LOAD DATE KEPT.            *
      *----------------------------------------------------------*
       2000-FIND-CUTOFF.
           MOVE WS-KNOWN-MONDAY TO WS-DN-DATE.
           PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-MONDAY-REM.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           MOVE ZERO TO WS-BUSINESS-COUNT.
           PERFORM 2100-COUNT-ONE-DAY THRU 2100-EXIT
               UNTIL WS-BUSINESS-COUNT = WS-WINDOW-DAYS.
           DISPLAY " WINDOW " WS-WINDOW-DAYS " BUSINESS DAYS - "
               "PURGING LOADS BEFORE " WS-CUTOFF-DATE.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-DAY.
           PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT.
           IF WS-WEEKDAY < 5
               ADD 1 TO WS-BUSINESS-COUNT
           END-IF.
           IF WS-BUSINESS-COUNT < WS-WINDOW-DAYS
               PERFORM 2200-STEP-BACK-ONE-DAY THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-STEP-BACK-ONE-DAY                                  *
      *  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A     *
      *  CENTURY NOT DIVISIBLE BY 400.                            *
      *----------------------------------------------------------*
       2200-STEP-BACK-ONE-DAY.
           IF WS-CUT-DAY > 1
               SUBTRACT 1 FROM WS-CUT-DAY
               GO TO 2200-EXIT
           END-IF.
           IF WS-CUT-MONTH > 1
               SUBTRACT 1 FROM WS-CUT-MONTH
           ELSE
               MOVE 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF.
           MOVE WS-MONTH-DAYS(WS-CUT-MONTH) TO WS-CUT-DAY.
           IF WS-CUT-MONTH NOT = 2
               GO TO 2200-EXIT
           END-IF.
           DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-CUT-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-CUT-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-CUT-DAY
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PURGE-HISTORY                                      *
      *  ONE PASS OVER THE WHOLE FILE - THE KEY LEADS WITH THE   *
      *  ACCOUNT, NOT THE DATE, SO AGED RECORDS ARE SCATTERED    *
      *  THROUGH IT. NO TRANHIST YET IS NOT AN ERROR - THE FIRST *
      *  FILL CREATES IT.                                         *
      *----------------------------------------------------------*
       3000-PURGE-HISTORY.
           OPEN I-O TRAN-HISTORY-FILE.
           IF WS-THST-STATUS = "35"
               DISPLAY " NO TRANHIST YET - NOTHING TO PURGE "
               MOVE "Y" TO WS-NO-HISTORY-SW
               GO TO 3000-EXIT
           END-IF.
           IF WS-THST-STATUS NOT = "00"
               DISPLAY " UNABLE TO OPEN TRANHIST - STATUS "
                   WS-THST-STATUS
               MOVE "Y" TO WS-RUN-FAILED-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3100-PURGE-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE TRAN-HISTORY-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-PURGE-ONE-RECORD                                   *
      *  A LOAD DATE THAT IS NOT NUMERIC CAN NEVER FALL INSIDE   *
      *  THE WINDOW AND IS PURGED WITH THE AGED RECORDS.          *
      *----------------------------------------------------------*
       3100-PURGE-ONE-RECORD.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF TH-LOAD-DATE IS NUMERIC
               IF TH-LOAD-DATE NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-KEPT-COUNT
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           DELETE TRAN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-THST-STATUS = "00"
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               ADD 1 TO WS-DELETE-FAILS
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY " UNABLE TO DELETE " TH-ACCT-NO " "
                   TH-LOAD-DATE " " TH-SOURCE-FILE " - STATUS "
                   WS-THST-STATUS
           END-IF.
       3100-EXIT.
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
      *  8100-DAY-OF-WEEK                                        *
      *  DAY OF THE WEEK FOR WS-CUTOFF-DATE - 0 IS MONDAY AND    *
      *  5 AND 6 ARE THE WEEKEND - FROM ITS DISTANCE TO THE      *
      *  KNOWN MONDAY, TAKEN MODULO 7.                            *
      *----------------------------------------------------------*
       8100-DAY-OF-WEEK.
           MOVE WS-CUTOFF-DATE TO WS-DN-DATE.
           PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW-REM.
           COMPUTE WS-WEEKDAY = WS-DOW-REM - WS-MONDAY-REM.
           IF WS-WEEKDAY < ZERO
               ADD 7 TO WS-WEEKDAY
           END-IF.
       8100-EXIT.
           EXIT.
