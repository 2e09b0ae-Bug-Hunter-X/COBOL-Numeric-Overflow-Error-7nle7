      ******************************************************************
      *    CTLCSDR - STOCK CUSTODIAN RECORD (CTLCSD-FILE, KSDS KEYED  *
      *    BY CUSTODIAN ID, LIKE CTLOPR).  ONE RECORD PER BRANCH OR   *
      *    PRINT VENDOR THAT MAY HOLD BLOCKS OF PRE-PRINTED STOCK.    *
      *    MAINTAINED BY OPERATIONS THROUGH THE LOAD STEP IN JCL      *
      *    MEMBER CTLCTLDF.  A BLOCK CAN ONLY BE ASSIGNED OR          *
      *    TRANSFERRED TO AN ACTIVE CUSTODIAN ON THIS FILE.           *
      *                                                               *
      *    IDLE-DAYS IS HOW MANY BUSINESS DAYS THE CUSTODIAN MAY HOLD *
      *    A BLOCK WITH BLANK FORMS LEFT AND NO CONSUMPTION REPORTED  *
      *    BEFORE THE OUTSTANDING-STOCK REPORT FLAGS IT - ZERO TAKES  *
      *    THE REPORT'S DEFAULT.  A VENDOR HOLDING STOCK FOR A        *
      *    QUARTERLY RUN NEEDS A LONGER LEASH THAN A BUSY BRANCH.     *
      ******************************************************************
       01  CTLCSD-RECORD.
           05  CTLCSD-KEY.
               10  CTLCSD-CUSTODIAN-ID PIC X(08).
           05  CTLCSD-NAME             PIC X(20).
           05  CTLCSD-TYPE             PIC X(01).
               88  CTLCSD-BRANCH                VALUE "B".
               88  CTLCSD-VENDOR                VALUE "V".
           05  CTLCSD-STATUS           PIC X(01).
               88  CTLCSD-ACTIVE                VALUE "A".
               88  CTLCSD-INACTIVE              VALUE "I".
           05  CTLCSD-IDLE-DAYS        PIC 9(03).
           05  CTLCSD-LAST-CHANGED     PIC X(08).
           05  FILLER                  PIC X(39).
