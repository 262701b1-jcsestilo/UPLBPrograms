      *  FD RECORD FOR THE OPERATOR MASTER FILE (OPERMAST).      *
      *  ONE RECORD PER OPERATOR: ID, NAME, ACTIVE FLAG, AND     *
      *  ONE Y/N AUTHORITY BYTE PER MENU FUNCTION (OPTIONS 1     *
      *  THRU 14 IN ORDER). CHECKED AT SIGN-ON AND BEFORE EVERY  *
      *  DISPATCH - AN UNKNOWN OR INACTIVE ID IS REFUSED AND AN  *
      *  UNDER-AUTHORIZED SELECTION IS BLOCKED, BOTH WITH A      *
      *  DENIAL RECORD ON AUDITLOG. THE MAINTENANCE AUTHORITY    *
      *  BYTE AFTER THEM IS NOT A MENU FUNCTION - IT LETS THE    *
      *  OPERATOR SUBMIT AND APPROVE MSTRMNT MASTER CHANGES.     *
      *  THE FIFTEEN BYTES TOGETHER (OM-AUTHORITIES) ARE ONLY    *
      *  EVER CHANGED THROUGH MSTRMNT UNDER DUAL CONTROL.         *
      *----------------------------------------------------------*
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID          PIC X(08).
           05  OM-ACTIVE-FLAG          PIC X(01).
               88  OM-OPER-ACTIVE               VALUE "A".
               88  OM-OPER-INACTIVE             VALUE "I".
           05  OM-AUTHORITIES.
               10  OM-OPTION-AUTH      PIC X(14).
               10  OM-MAINT-AUTH       PIC X(01).
                   88  OM-MAINT-AUTHORIZED      VALUE "Y".
           05  FILLER                  PIC X(06).
