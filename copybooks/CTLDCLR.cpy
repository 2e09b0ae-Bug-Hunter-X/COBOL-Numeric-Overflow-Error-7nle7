      ******************************************************************
      *    CTLDCLR - DOC-TYPE CHANGE LOG RECORD (CTLDCL-FILE)         *
      *    APPENDED FOR EVERY CHANGE TO THE CTLDOC REFERENCE MASTER - *
      *    BY CTLDMT01 WHEN AN OPERATOR ENTERS (OR IS REFUSED) A      *
      *    CHANGE, AND BY THE NIGHTLY CTLDAP01 RUN WHEN A SCHEDULED   *
      *    CHANGE COMES DUE OR A COUNTER IS BROUGHT INTO LINE WITH    *
      *    ITS REFERENCE.  CTLOPS01 LISTS THE REPORT DATE'S ENTRIES.  *
      *                                                               *
      *    FUNC IS THE CTLDMT01 FUNCTION:                             *
      *      N NEW SERIES   C CEILING/WARN CHANGE   F FREEZE          *
      *      U UNFREEZE     R RETIRE                X CANCEL PENDING  *
      *      S COUNTER SYNCED TO ITS REFERENCE (CTLDAP01 ONLY)        *
      *    ACTION:                                                    *
      *      APPLIED  - IN EFFECT FROM EFF-DATE (TODAY OR DUE NOW)    *
      *      SCHEDULD - HELD ON CTLDOC UNTIL EFF-DATE                 *
      *      CANCELED - A SCHEDULED CHANGE WITHDRAWN                  *
      *      CEILUNDR - DUE CHANGE OR SYNC REFUSED: THE NEW CEILING   *
      *                 IS NOT ABOVE THE COUNTER'S CURRENT SEQUENCE   *
      *      OR ONE OF THE CTLMAUR REFUSAL CODES (OPERUNKN ...        *
      *      SUPVSAME) WHEN THE CTLOPR AUTHORITY CHECK SAID NO.       *
      *    OLD/NEW VALUES ARE THE SERIES BEFORE AND AFTER (FOR A      *
      *    REFUSAL, AS REQUESTED).  SOURCE IS THE PROGRAM THAT WROTE  *
      *    THE ENTRY; A CTLDAP01 ENTRY CARRIES NO OPERATOR - WHO      *
      *    ASKED FOR THE CHANGE IS ON ITS SCHEDULD ENTRY.             *
      ******************************************************************
       01  CTLDCL-RECORD.
           05  CTLDCL-COMPANY          PIC X(03).
           05  CTLDCL-DOC-TYPE         PIC X(04).
           05  CTLDCL-FUNC             PIC X(01).
           05  CTLDCL-ACTION           PIC X(08).
           05  CTLDCL-EFF-DATE         PIC X(08).
           05  CTLDCL-OLD-STATUS       PIC X(01).
           05  CTLDCL-NEW-STATUS       PIC X(01).
           05  CTLDCL-OLD-CEILING      PIC 9(07).
           05  CTLDCL-NEW-CEILING      PIC 9(07).
           05  CTLDCL-OLD-WARN-PCT     PIC 9(03).
           05  CTLDCL-NEW-WARN-PCT     PIC 9(03).
           05  CTLDCL-OPER-ID          PIC X(08).
           05  CTLDCL-SUPV-ID          PIC X(08).
           05  CTLDCL-UPD-DATE         PIC X(08).
           05  CTLDCL-UPD-TIME         PIC X(08).
           05  CTLDCL-SOURCE           PIC X(08).
