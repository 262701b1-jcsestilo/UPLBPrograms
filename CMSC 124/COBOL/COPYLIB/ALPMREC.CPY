      *----------------------------------------------------------*
      *  ALPMREC.CPY                                             *
      *  FD RECORD FOR THE LARGE-VALUE ALERT PARAMETER FILE      *
      *  (ALRTPARM). ONE RECORD PER MONITORED TYPE CODE: THE     *
      *  REPORTABLE THRESHOLD (AN UNSIGNED PESO AMOUNT - A       *
      *  WITHDRAWAL IS MEASURED BY ITS SIZE, NOT ITS SIGN) AND   *
      *  THE FEWEST SAME-DAY ITEMS BELOW THE THRESHOLD THAT CAN  *
      *  MAKE A STRUCTURING ALERT (BLANK OR ZERO MEANS 2).       *
      *  MAINTAINED BY COMPLIANCE - A TYPE CODE WITH NO RECORD   *
      *  HERE IS NOT MONITORED, AND THE REPORT COUNTS ITS ITEMS  *
      *  SO THE GAP IS VISIBLE.                                   *
      *----------------------------------------------------------*
       01  ALERT-PARM-RECORD.
           05  AP-TRAN-TYPE            PIC X(01).
           05  AP-THRESHOLD            PIC 9(09)V99.
           05  AP-MIN-ITEMS-X          PIC X(02).
           05  AP-MIN-ITEMS REDEFINES AP-MIN-ITEMS-X
                                       PIC 9(02).
           05  AP-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(46).
