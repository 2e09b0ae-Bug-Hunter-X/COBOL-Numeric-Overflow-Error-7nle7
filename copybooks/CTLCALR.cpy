      ******************************************************************
      *    CTLCALR - COMPANY CALENDAR RECORD (CTLCAL-FILE, KSDS       *
      *    KEYED BY CTLCAL-KEY, THE COMPANY CODE).  ONE RECORD PER    *
      *    OPERATING COMPANY WHOSE NUMBERING YEAR IS NOT THE          *
      *    CALENDAR YEAR - A COMPANY WITH NO RECORD KEEPS THE         *
      *    JANUARY ROLLOVER AND THE CALENDAR-YEAR PREFIX.  READ ONLY  *
      *    THROUGH THE CTLCAL00 SERVICE; MAINTAINED BY OPERATIONS     *
      *    (SEE THE LOAD STEP IN JCL MEMBER CTLCTLDF).                *
      *                                                               *
      *    FY-START-MONTH IS THE MONTH (01-12) THE COMPANY'S FISCAL   *
      *    YEAR BEGINS ON THE FIRST OF.  PREFIX-BASIS DECIDES WHICH   *
      *    YEAR THE TWO-DIGIT NUMBER PREFIX NAMES - E (OR BLANK) THE  *
      *    CALENDAR YEAR THE FISCAL YEAR ENDS IN, S THE ONE IT        *
      *    STARTS IN.  BOTH ARE THE SAME FOR A JANUARY START.         *
      ******************************************************************
       01  CTLCAL-RECORD.
           05  CTLCAL-KEY.
               10  CTLCAL-COMPANY      PIC X(03).
           05  CTLCAL-NAME             PIC X(20).
           05  CTLCAL-FY-START-MONTH   PIC 9(02).
           05  CTLCAL-PREFIX-BASIS     PIC X(01).
               88  CTLCAL-PREFIX-END-YEAR       VALUE "E" " ".
               88  CTLCAL-PREFIX-START-YEAR     VALUE "S".
           05  CTLCAL-LAST-UPD-DATE    PIC X(08).
           05  FILLER                  PIC X(06).
