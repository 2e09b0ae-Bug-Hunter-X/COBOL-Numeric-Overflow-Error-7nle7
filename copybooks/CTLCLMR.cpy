      ******************************************************************
      *    CTLCLMR - ISSUE-SERVICE CALLER MASTER RECORD (CTLCLM-FILE, *
      *    KSDS KEYED BY CALLER ID, LIKE CTLOPR).  ONE RECORD PER     *
      *    SYSTEM ALLOWED TO CALL CTLISS00: WHICH COMPANY/DOC-TYPE    *
      *    SERIES IT MAY TAKE NUMBERS FROM AND HOW MANY NUMBERS IT    *
      *    MAY TAKE IN ONE DAY.  MAINTAINED BY OPERATIONS THROUGH THE *
      *    LOAD STEP IN JCL MEMBER CTLCTLDF - NO RECOMPILE TO ADD A   *
      *    CALLER OR CHANGE A LIMIT.  A CALLER ID NOT ON THIS FILE,   *
      *    OR ONE SUSPENDED HERE, GETS NO NUMBERS AT ALL.             *
      *                                                               *
      *    THE SERIES IT MAY USE ARE FIVE COMPANY + DOC-TYPE SLOTS;   *
      *    "ALL" IN A SLOT'S COMPANY OR DOC TYPE MATCHES ANY, SO      *
      *    "ALLINVC" IS INVOICES FOR EVERY COMPANY AND "001ALL " IS   *
      *    EVERY TYPE FOR COMPANY 001.  A BLANK SLOT IS UNUSED.       *
      *                                                               *
      *    THE DAILY LIMIT COUNTS NUMBERS (A BLOCK OF 500 IS 500),    *
      *    ISSUED OR RESERVED, PER CALENDAR DAY.  WHAT EACH CALLER    *
      *    HAS TAKEN SO FAR IS KEPT ON THE CTLCUS USAGE FILE, NOT     *
      *    HERE, SO A RELOAD OF THIS FILE DOES NOT RESET ANYBODY'S    *
      *    DAY.                                                       *
      ******************************************************************
       01  CTLCLM-RECORD.
           05  CTLCLM-KEY.
               10  CTLCLM-CALLER-ID    PIC X(08).
           05  CTLCLM-NAME             PIC X(20).
           05  CTLCLM-STATUS           PIC X(01).
               88  CTLCLM-ACTIVE                VALUE "A".
               88  CTLCLM-SUSPENDED             VALUE "S".
           05  CTLCLM-DAILY-LIMIT      PIC 9(07).
           05  CTLCLM-SERIES-SLOTS.
               10  CTLCLM-SERIES-SLOT  OCCURS 5 TIMES.
                   15  CTLCLM-SLOT-COMPANY
                                       PIC X(03).
                   15  CTLCLM-SLOT-DOC-TYPE
                                       PIC X(04).
           05  CTLCLM-LAST-CHANGED     PIC X(08).
           05  FILLER                  PIC X(01).
