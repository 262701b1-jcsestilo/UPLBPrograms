      *----------------------------------------------------------*
      *  SCORREC.CPY                                             *
      *  FD RECORD FOR THE SUSPENSE CORRECTIONS TRANSACTION FILE *
      *  (SUSPCORR) READ BY SUSPMGR. ONE RECORD PER ACTION ON A  *
      *  SUSPENDED ITEM, NAMED BY ITS FULL SUSPENSE KEY: REPAIR  *
      *  IT (ANY REPLACEMENT FIELD LEFT BLANK KEEPS THE VALUE    *
      *  AS SUSPENDED) OR WRITE IT OFF. THE OPERATOR ID IS       *
      *  CARRIED THROUGH TO THE REPORT AS THE AUTHORITY FOR THE  *
      *  ACTION.                                                  *
      *----------------------------------------------------------*
       01  SUSPENSE-CORRECTION-RECORD.
           05  SC-ACTION-CODE          PIC X(01).
               88  SC-ACTION-REPAIR             VALUE "R".
               88  SC-ACTION-WRITE-OFF          VALUE "W".
           05  SC-SUSPEND-DATE-X       PIC X(08).
           05  SC-SUSPEND-DATE REDEFINES SC-SUSPEND-DATE-X
                                       PIC 9(08).
           05  SC-BATCH-ID             PIC X(08).
           05  SC-ITEM-SEQ-X           PIC X(05).
           05  SC-ITEM-SEQ REDEFINES SC-ITEM-SEQ-X
                                       PIC 9(05).
           05  SC-NEW-ACCT-NO-X        PIC X(06).
           05  SC-NEW-TRAN-TYPE        PIC X(01).
           05  SC-NEW-AMOUNT-X         PIC X(12).
           05  SC-NEW-AMOUNT REDEFINES SC-NEW-AMOUNT-X
                                       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  SC-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(31).
