      *  ---------- ----  ------------------------------------   *
      *  2026-09-02  JCS  INITIAL VERSION - MONTH-END ACCESS     *
      *                   REVIEW STOPS RE-READING DAY ONE.        *
      *  2026-10-15  JCS  AUDITLOG RECORDS CARRY THE INQUIRED     *
      *                   ACCOUNT NOW - ARCHIVE AND TRIMMED-LOG   *
      *                   RECORDS WIDENED TO MATCH.               *
      *----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITARC.
