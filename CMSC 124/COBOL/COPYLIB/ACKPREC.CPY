      *----------------------------------------------------------*
      *  ACKPREC.CPY                                             *
      *  FD RECORDS FOR THE ACKNOWLEDGED-POSTINGS EXTRACT        *
      *  (ACKPOST) WRITTEN BY ACKRECON AND READ BY POSTBAL. ONLY *
      *  THE ARRAYOUT DETAILS ACKRECON MATCHED TO A POSTACK      *
      *  ACKNOWLEDGMENT ARE CARRIED, WITH THE DATE THE POSTING   *
      *  SYSTEM POSTED THEM. SAME "H"/"D"/"T" CONVENTION AS      *
      *  ARRAYOUT: THE HEADER ECHOES THE ARRAYOUT RUN DATE AND   *
      *  BATCH ID, AND THE TRAILER CARRIES THE ACKNOWLEDGED      *
      *  COUNT AND VALUE ALONGSIDE THE ARRAYOUT TRAILER COUNT    *
      *  AND VALUE, SO POSTBAL CAN TIE WHAT IT POSTED BACK TO    *
      *  WHAT WAS EXPORTED.                                       *
      *----------------------------------------------------------*
       01  ACK-POSTED-HEADER-REC.
           05  APH-RECORD-TYPE         PIC X(01).
           05  APH-RUN-DATE            PIC 9(08).
           05  APH-BATCH-ID            PIC X(08).
           05  FILLER                  PIC X(63).

       01  ACK-POSTED-DETAIL-REC.
           05  APD-RECORD-TYPE         PIC X(01).
           05  APD-SEQUENCE-NO         PIC 9(05).
           05  APD-ACCT-NO             PIC 9(06).
           05  APD-TRAN-TYPE           PIC X(01).
           05  APD-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  APD-POSTED-DATE         PIC 9(08).
           05  FILLER                  PIC X(47).

       01  ACK-POSTED-TRAILER-REC.
           05  APT-RECORD-TYPE         PIC X(01).
           05  APT-ACKED-COUNT         PIC 9(05).
           05  APT-ACKED-VALUE         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  APT-EXPORT-COUNT        PIC 9(05).
           05  APT-EXPORT-VALUE        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(41).
