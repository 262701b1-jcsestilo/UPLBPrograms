      *  COMPLETE.                                                *
      *----------------------------------------------------------*
       01  NEW-LOG-RECORD.
           05  NL-RECORD               PIC X(33).
