      *----------------------------------------------------------*
      *  MTRNREC.CPY                                             *
      *  FD RECORD FOR THE MASTER MAINTENANCE TRANSACTION FILE   *
      *  (MSTRTRAN) READ BY THE MSTRMNT COMPANION PROGRAM. ONE   *
      *  RECORD PER CHANGE, NAMING THE OPERATOR WHO SUBMITTED    *
      *  IT. THE MASTER CODE SAYS WHAT IS BEING CHANGED:         *
      *    O - AN OPERMAST OPERATOR (ADD, CHANGE, DEACTIVATE,    *
      *        REACTIVATE). ON A CHANGE A BLANK NAME IS LEFT     *
      *        ALONE AND A BLANK AUTHORITY BYTE IS LEFT ALONE -  *
      *        ONLY THE Y/N BYTES KEYED ARE CHANGED. ON AN ADD   *
      *        A BLANK AUTHORITY BYTE MEANS N.                    *
      *    B - A BRCHMAST BRANCH (ADD, CHANGE, DEACTIVATE,       *
      *        REACTIVATE). ON A CHANGE A BLANK NAME OR REGION   *
      *        IS LEFT ALONE. THE CODE GOES IN THE FIRST TWO     *
      *        BYTES OF THE KEY.                                  *
      *    P - A PENDING AUTHORITY CHANGE FOR THE OPERATOR IN    *
      *        THE KEY, APPROVED (A) OR DECLINED (D) BY THE      *
      *        SUBMITTING OPERATOR.                               *
      *----------------------------------------------------------*
       01  MASTER-TRANS-RECORD.
           05  MT-MASTER-CODE          PIC X(01).
               88  MT-OPERATOR-TRANS            VALUE "O".
               88  MT-BRANCH-TRANS              VALUE "B".
               88  MT-APPROVAL-TRANS            VALUE "P".
           05  MT-ACTION-CODE          PIC X(01).
               88  MT-ACTION-ADD                VALUE "A".
               88  MT-ACTION-CHANGE             VALUE "C".
               88  MT-ACTION-DEACTIVATE         VALUE "D".
               88  MT-ACTION-REACTIVATE         VALUE "R".
               88  MT-ACTION-APPROVE            VALUE "A".
               88  MT-ACTION-DECLINE            VALUE "D".
           05  MT-SUBMITTED-BY         PIC X(08).
           05  MT-KEY                  PIC X(08).
           05  MT-OPERATOR-DATA.
               10  MT-OPER-NAME        PIC X(20).
               10  MT-AUTH-REQUEST.
                   15  MT-OPTION-AUTH  PIC X(14).
                   15  MT-MAINT-AUTH   PIC X(01).
               10  FILLER              PIC X(05).
           05  MT-BRANCH-DATA REDEFINES MT-OPERATOR-DATA.
               10  MT-BRANCH-NAME      PIC X(20).
               10  MT-REGION-CODE      PIC X(02).
               10  FILLER              PIC X(18).
           05  FILLER                  PIC X(22).
