      ******************************************************************
      *    CTLHOLR - BUSINESS-DAY CALENDAR RECORD (CTLHOL-FILE, KSDS  *
      *    KEYED BY COMPANY + DATE).  ONE RECORD PER DATE THAT DOES   *
      *    NOT FOLLOW THE MONDAY-TO-FRIDAY RULE - EVERY OTHER         *
      *    WEEKDAY IS A BUSINESS DAY AND EVERY SATURDAY AND SUNDAY IS *
      *    NOT.  READ ONLY THROUGH THE CTLCAL00 SERVICE; MAINTAINED   *
      *    BY OPERATIONS (SEE THE LOAD STEP IN JCL MEMBER CTLCTLDF).  *
      *                                                               *
      *    COMPANY "***" IS THE SHARED CALENDAR EVERY COMPANY         *
      *    FOLLOWS.  A RECORD FOR ONE COMPANY AND DATE OVERRIDES THE  *
      *    SHARED RECORD FOR THAT DATE, SO A COMPANY ONLY NEEDS       *
      *    RECORDS WHERE IT DIFFERS.                                  *
      *                                                               *
      *    DAY-TYPE:                                                  *
      *      H - HOLIDAY: CLOSED, NOT A BUSINESS DAY                  *
      *      W - WORKING DAY: A BUSINESS DAY, FOR A WEEKEND WORKED OR *
      *          A COMPANY OPEN ON A SHARED HOLIDAY                   *
      ******************************************************************
       01  CTLHOL-RECORD.
           05  CTLHOL-KEY.
               10  CTLHOL-COMPANY      PIC X(03).
               10  CTLHOL-DATE         PIC X(08).
           05  CTLHOL-DAY-TYPE         PIC X(01).
               88  CTLHOL-HOLIDAY               VALUE "H".
               88  CTLHOL-WORKING-DAY           VALUE "W".
           05  CTLHOL-DESCRIPTION      PIC X(30).
           05  CTLHOL-LAST-CHANGED     PIC X(08).
           05  FILLER                  PIC X(30).
