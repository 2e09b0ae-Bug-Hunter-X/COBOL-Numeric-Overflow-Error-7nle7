      *    THAT PROGRAM'S LINKAGE SECTION THE SAME WAY CTLALRR IS     *
      *    KEPT IN SYNC WITH CTLALRT0.                                *
      *                                                               *
      *    THE CALLER SETS ITS REGISTERED CALLER ID (CTLCLM), THE     *
      *    FUNCTION, COMPANY, DOC TYPE, TRANSACTION KEY,              *
      *    AND QUANTITY (BLANK/ZERO = ONE NUMBER); CTLISS00 GIVES     *
      *    BACK THE ISSUED RANGE (FROM = TO FOR A SINGLE NUMBER) AND  *
      *    A REASON CODE.  FILES STAY OPEN ACROSS ISSUE CALLS - THE   *
      *    "50" CONFIRM NAMED NO PENDING RESERVATION - IT WAS NEVER
      *         RESERVED, ALREADY CONFIRMED, OR ALREADY EXPIRED BY
      *         THE CTLEXP01 SWEEP.
      *    "60" THIS COMPANY/DOC-TYPE/TRANSACTION KEY WAS ALREADY
      *         NUMBERED (AN EARLIER CALL OR THE CTLNBR01 PASS) - THE
      *         FROM/TO CARRY THE ORIGINAL RANGE AND NOTHING NEW WAS
      *         ISSUED.  A CALLER RETRYING AFTER A TIMEOUT TREATS IT
      *         AS ITS ANSWER.
      *    "61" THIS KEY WAS RESERVED, NEVER CONFIRMED, AND THE
      *         CTLEXP01 SWEEP HAS SINCE EXPIRED IT AND VOIDED ITS
      *         NUMBERS - NO RANGE IS RETURNED AND NOTHING NEW WAS
      *         ISSUED.  RESUBMIT UNDER A NEW TRANSACTION KEY.
      *    "70" DOC TYPE RETIRED ON CTLDOC - NO NEW NUMBERS, EVER.
      *    "71" DOC TYPE FROZEN ON CTLDOC - NO NEW NUMBERS UNTIL IT
      *         IS UNFROZEN.
      *    "72" DOC TYPE ENTERED ON CTLDOC AHEAD OF ITS EFFECTIVE
      *         DATE - NOT ISSUING YET.
      *         (A REPEATED KEY STILL GETS REASON 60 AND ITS RANGE,
      *         AND A CONFIRM IS NEVER REFUSED FOR ANY OF THESE.)
      *    "80" CALLER ID NOT REGISTERED ON CTLCLM, OR SUSPENDED.
      *    "81" CALLER'S DAILY LIMIT WOULD BE EXCEEDED - NOTHING
      *         ISSUED, AND ON-CALL IS PAGED ON THE FIRST ONE OF THE
      *         DAY.  TRY AGAIN TOMORROW OR HAVE THE LIMIT RAISED.
      *    "82" CALLER NOT ALLOWED THIS COMPANY/DOC TYPE.
      *         (A CONFIRM IS CHECKED FOR 80 AND 82 BUT NEVER COUNTS
      *         AGAINST THE LIMIT - ITS NUMBERS WERE COUNTED WHEN
      *         THEY WERE RESERVED.)
           05  CTLISS-REASON           PIC X(02).
               88  CTLISS-ISSUED                VALUE "00".
               88  CTLISS-DOC-UNKNOWN           VALUE "10".
               88  CTLISS-IO-ERROR              VALUE "30".
               88  CTLISS-BAD-REQUEST           VALUE "40".
               88  CTLISS-RSV-UNKNOWN           VALUE "50".
               88  CTLISS-REPEAT-KEY            VALUE "60".
               88  CTLISS-KEY-EXPIRED           VALUE "61".
               88  CTLISS-DOC-RETIRED           VALUE "70".
               88  CTLISS-DOC-FROZEN            VALUE "71".
               88  CTLISS-DOC-NOT-EFFECTIVE     VALUE "72".
               88  CTLISS-CALLER-UNKNOWN        VALUE "80".
               88  CTLISS-CALLER-OVER-LIMIT     VALUE "81".
               88  CTLISS-CALLER-NOT-ALLOWED    VALUE "82".
      *    THE REGISTERED CALLER ID - EVERY FUNCTION BUT CLOSE.
           05  CTLISS-CALLER-ID        PIC X(08).
