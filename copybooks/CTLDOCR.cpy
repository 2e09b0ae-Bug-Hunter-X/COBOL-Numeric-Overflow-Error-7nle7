      ******************************************************************
      *    CTLDOCR - DOCUMENT-TYPE REFERENCE RECORD (CTLDOC-FILE,     *
      *    KSDS KEYED BY CTLDOC-KEY, COMPANY + DOC TYPE).  ONE RECORD *
      *    PER VALID COMPANY/DOCUMENT-TYPE PAIR, HOLDING THE          *
      *    DESCRIPTION PLUS THE SEED, CEILING, AND WARN PERCENT       *
      *    CTLNBR01 USES WHEN IT CREATES THE TYPE'S FIRST CTLCTL      *
      *    COUNTER.  MAINTAINED ONLINE BY CTLDMT01 UNDER THE CTLOPR   *
      *    AUTHORITY RULES, EVERY CHANGE LOGGED TO CTLDCL - NO        *
      *    RECOMPILE TO ADD OR RETIRE A TYPE.  A DOC TYPE THAT IS NOT *
      *    ON THIS FILE IS AN ERROR EVERYWHERE IN THE SUBSYSTEM - IT  *
      *    MUST NEVER SILENTLY GROW A NEW NUMBER SERIES THE AUDITORS  *
      *    NEVER ASKED FOR.                                           *
      *                                                               *
      *    CTLDOC-STATUS SAYS WHETHER THE SERIES MAY ISSUE NEW        *
      *    NUMBERS.  ONLY AN ACTIVE SERIES MAY - CTLEDT01, CTLRPR01,  *
      *    AND CTLISS00 REFUSE THE OTHERS.  NUMBERS ALREADY ISSUED    *
      *    FROM A FROZEN OR RETIRED SERIES ARE STILL POSTED,          *
      *    RECONCILED, VOIDED, AND TRACED AS NORMAL.  A BLANK STATUS  *
      *    IS A RECORD LOADED BEFORE THE FIELD EXISTED AND IS ACTIVE. *
      *    THE ONE-TIME JOB IN JCL MEMBER CTLMAUCV PADS AN EXISTING   *
      *    54-BYTE FILE TO THIS 80-BYTE LAYOUT WITH BLANKS.           *
      *      A - ACTIVE                                               *
      *      F - FROZEN  (NO NEW ISSUES UNTIL UNFROZEN)               *
      *      R - RETIRED (NO NEW ISSUES, EVER - NO FURTHER CHANGES)   *
      *      P - NEW SERIES ENTERED AHEAD OF ITS EFFECTIVE DATE       *
      *                                                               *
      *    THE PENDING FIELDS HOLD ONE SCHEDULED CHANGE - THE STATUS, *
      *    CEILING, AND WARN PERCENT THE SERIES TAKES ON AT THE       *
      *    START OF PEND-EFF-DATE, AND WHICH CTLDMT01 FUNCTION ASKED  *
      *    FOR IT.  THE NIGHTLY CTLDAP01 RUN MAKES A DUE CHANGE       *
      *    CURRENT AND BLANKS THE PENDING DATE.  A BLANK PENDING      *
      *    STATUS LEAVES THE STATUS AS IT IS.                         *
      ******************************************************************
       01  CTLDOC-RECORD.
           05  CTLDOC-KEY.
           05  CTLDOC-SEED-SEQ         PIC 9(07).
           05  CTLDOC-CEILING-SEQ      PIC 9(07).
           05  CTLDOC-WARN-PCT         PIC 9(03).
           05  CTLDOC-STATUS           PIC X(01).
               88  CTLDOC-ACTIVE                VALUE "A" " ".
               88  CTLDOC-FROZEN                VALUE "F".
               88  CTLDOC-RETIRED               VALUE "R".
               88  CTLDOC-NOT-YET-EFFECTIVE     VALUE "P".
           05  CTLDOC-PEND-EFF-DATE    PIC X(08).
               88  CTLDOC-NO-CHANGE-PENDING     VALUE SPACES.
           05  CTLDOC-PEND-STATUS      PIC X(01).
           05  CTLDOC-PEND-CEILING     PIC 9(07).
           05  CTLDOC-PEND-WARN-PCT    PIC 9(03).
           05  CTLDOC-PEND-FUNC        PIC X(01).
           05  FILLER                  PIC X(05).
