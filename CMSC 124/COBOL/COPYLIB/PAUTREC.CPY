      *----------------------------------------------------------*
      *  PAUTREC.CPY                                             *
      *  FD RECORD FOR THE PENDING AUTHORITY CHANGE FILE         *
      *  (PENDAUTH) KEPT BY THE MSTRMNT COMPANION PROGRAM. ONE   *
      *  RECORD PER OPERATOR WITH AN AUTHORITY CHANGE WAITING    *
      *  FOR A SECOND OPERATOR'S APPROVAL: WHO ASKED, WHEN, AND  *
      *  THE FIFTEEN OPERMAST AUTHORITY BYTES (OPTIONS 1 THRU 14 *
      *  THEN MAINTENANCE) AS THEY WERE WHEN IT WAS ASKED AND AS *
      *  THEY WILL BE ONCE APPROVED. REWRITTEN EVERY RUN.         *
      *----------------------------------------------------------*
       01  PENDING-AUTH-RECORD.
           05  PA-OPERATOR-ID          PIC X(08).
           05  PA-REQUESTED-BY         PIC X(08).
           05  PA-REQUEST-DATE         PIC 9(08).
           05  PA-BEFORE-AUTH          PIC X(15).
           05  PA-AFTER-AUTH           PIC X(15).
           05  FILLER                  PIC X(26).
