      *  UNATTENDED MODE - CARD NUMBER, THE CHOICE IT CARRIED,   *
      *  WHETHER IT WORKED OR FAILED, AND THE FILE STATUS THAT   *
      *  SANK IT WHEN IT FAILED - SO SCHEDULING CAN SEE EXACTLY  *
      *  WHICH STEP OF THE OVERNIGHT RUN WENT WRONG. A CARD NOT  *
      *  RUN BECAUSE ITS PREDECESSOR DID NOT WORK IS LOGGED AS   *
      *  SKIPPED WITH THE NUMBER OF THE FAILED CARD BEHIND IT.   *
      *  THE RESULT TOOK THE SPACER BYTE AFTER IT, SO THE FILE   *
      *  STATUS STILL STARTS IN COLUMN 17.                        *
      *----------------------------------------------------------*
       01  BATCH-LOG-RECORD.
           05  BL-CARD-NO              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  BL-CHOICE               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  BL-RESULT               PIC X(07).
           05  BL-FILE-STATUS          PIC X(02).
           05  FILLER                  PIC X(01).
           05  BL-CAUSE-CARD           PIC 9(05).
           05  FILLER                  PIC X(16).
