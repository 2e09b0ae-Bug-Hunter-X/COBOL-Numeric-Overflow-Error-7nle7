      ******************************************************************
      *    CTLCUSR - ISSUE-SERVICE CALLER USAGE RECORD (CTLCUS-FILE,  *
      *    KSDS KEYED BY CALLER ID + USAGE DATE).  ONE RECORD PER     *
      *    CALLER PER DAY IT CALLED CTLISS00, KEPT BY CTLISS00 AS IT  *
      *    ANSWERS: NUMBERS TAKEN (ISSUED OR RESERVED) AND THE CALLS  *
      *    THAT TOOK THEM, THE CALLS REFUSED FOR BEING OVER THE DAILY *
      *    LIMIT, AND THE CALLS REFUSED BECAUSE THE CALLER IS NOT     *
      *    REGISTERED OR NOT ALLOWED THE SERIES IT ASKED FOR (AN      *
      *    UNREGISTERED ID GETS A RECORD TOO, SO IT SHOWS UP ON THE   *
      *    REPORT).  LIMIT-PAGED IS SET WHEN THE FIRST OVER-LIMIT     *
      *    CALL OF THE DAY PAGED ON-CALL, SO A LOOPING CALLER PAGES   *
      *    ONCE, NOT ONCE PER CALL.  CTLCUR01 REPORTS THE DAY AGAINST *
      *    THE LIMIT AND THE CALLER'S RECENT AVERAGE.                 *
      ******************************************************************
       01  CTLCUS-RECORD.
           05  CTLCUS-KEY.
               10  CTLCUS-CALLER-ID    PIC X(08).
               10  CTLCUS-USAGE-DATE   PIC X(08).
           05  CTLCUS-ISSUED-QTY       PIC 9(07).
           05  CTLCUS-ISSUE-CALLS      PIC 9(07).
           05  CTLCUS-QUOTA-REFUSALS   PIC 9(07).
           05  CTLCUS-AUTH-REFUSALS    PIC 9(07).
           05  CTLCUS-LIMIT-PAGED      PIC X(01).
               88  CTLCUS-LIMIT-WAS-PAGED       VALUE "Y".
           05  CTLCUS-LAST-CALL-TIME   PIC X(08).
           05  FILLER                  PIC X(04).
