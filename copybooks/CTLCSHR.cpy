      ******************************************************************
      *    CTLCSHR - STOCK CUSTODY HISTORY RECORD (CTLCSH-FILE)       *
      *    APPEND-ONLY, LIKE CTLRCL - ONE RECORD PER EVENT ON A       *
      *    CUSTODY BLOCK, WRITTEN BY THE CTLCSL00 SERVICE FOR         *
      *    WHICHEVER PROGRAM CALLED IT (SOURCE).  IT IS THE TRAIL     *
      *    THAT ANSWERS "WHO HAD THIS RANGE ON THAT DATE".            *
      *                                                               *
      *    EVENT:                                                     *
      *      REGISTER - BLOCK TAKEN ON FROM CTLASG                    *
      *      ASSIGNED - FIRST CUSTODIAN GIVEN                         *
      *      TRANSFER - MOVED FROM PRIOR-CUSTODIAN TO CUSTODIAN       *
      *      USAGE    - CONSUMPTION REPORT (QTY USED, NUMBER-TO IS    *
      *                 THE HIGHEST NUMBER USED)                      *
      *      VOID     - ONE FORM VOIDED THROUGH CTLVOD01              *
      *      RETURN   - A RANGE HANDED BACK THROUGH CTLRTN01          *
      *    OR A CTLCSQR REFUSAL CODE (NOTHELD, CUSTUNKN ...) WHEN     *
      *    THE EVENT WAS REFUSED.  NUMBER-FROM/TO ARE THE NUMBERS     *
      *    THE EVENT NAMED; OUTSTANDING IS THE BLOCK'S BLANK FORMS    *
      *    AFTERWARDS.                                                *
      ******************************************************************
       01  CTLCSH-RECORD.
           05  CTLCSH-COMPANY          PIC X(03).
           05  CTLCSH-DOC-TYPE         PIC X(04).
           05  CTLCSH-BLOCK-FROM       PIC 9(09).
           05  CTLCSH-BLOCK-TO         PIC 9(09).
           05  CTLCSH-EVENT            PIC X(08).
           05  CTLCSH-CUSTODIAN        PIC X(08).
           05  CTLCSH-PRIOR-CUSTODIAN  PIC X(08).
           05  CTLCSH-NUMBER-FROM      PIC 9(09).
           05  CTLCSH-NUMBER-TO        PIC 9(09).
           05  CTLCSH-QTY              PIC 9(07).
           05  CTLCSH-OUTSTANDING      PIC 9(07).
           05  CTLCSH-OPER-ID          PIC X(08).
           05  CTLCSH-EVENT-DATE       PIC X(08).
           05  CTLCSH-EVENT-TIME       PIC X(08).
           05  CTLCSH-SOURCE           PIC X(08).
           05  FILLER                  PIC X(10).
