      *  TRIMMED LIVE LOG IS REWRITTEN WITH THE SAME CONTROLS.    *
      *----------------------------------------------------------*
       01  AUDIT-ARCHIVE-RECORD.
           05  AA-RECORD               PIC X(33).

       01  AUDIT-ARCHIVE-HEADER-REC.
           05  AAH-RECORD-TYPE         PIC X(01).
               88  AAT-TRAILER-REC              VALUE "T".
           05  AAH-CUTOFF-DATE         PIC 9(08).
           05  AAH-WRITTEN-DATE        PIC 9(08).
           05  FILLER                  PIC X(16).

       01  AUDIT-ARCHIVE-TRAILER-REC.
           05  FILLER                  PIC X(01).
           05  AAT-RECORD-COUNT        PIC 9(07).
           05  FILLER                  PIC X(25).
