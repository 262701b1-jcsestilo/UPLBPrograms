      *  AND AUDITLOG LINES FOR THE SAME NIGHT. A ZERO-COUNT     *
      *  SENTINEL IS WRITTEN WHEN THE CARD STREAM RUNS TO ITS    *
      *  REAL END, THE SAME CONVENTION AS CKPTFILE.               *
      *  BEHIND THE FIRST RECORD COMES ONE OUTCOME RECORD PER    *
      *  CARD RUN SO FAR (W = WORKED, F = FAILED, S = SKIPPED    *
      *  WITH THE FAILED CARD THAT CAUSED IT), SO A RESTART      *
      *  JUDGES PREDECESSORS THE SAME WAY THE FIRST RUN DID.     *
      *----------------------------------------------------------*
       01  RUN-STATE-RECORD.
           05  RS-LAST-CARD            PIC 9(05).
           05  RS-RUN-DATE             PIC 9(08).
           05  RS-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(09).

       01  RUN-STATE-CARD-RECORD.
           05  RSC-CARD-NO             PIC 9(05).
           05  RSC-RESULT              PIC X(01).
           05  RSC-CAUSE-CARD          PIC 9(05).
           05  FILLER                  PIC X(19).
