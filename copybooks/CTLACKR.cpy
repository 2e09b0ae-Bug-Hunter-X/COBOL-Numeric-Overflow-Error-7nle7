      ******************************************************************
      *    CTLACKR - FEED ACKNOWLEDGMENT RETURN RECORD (CTLACKI-FILE) *
      *    SENT BACK BY THE DATA WAREHOUSE AND THE GL FOR EVERY       *
      *    CTLXTR01 FEED THEY PROCESS - ONE RECORD PER RECEIVER PER   *
      *    FEED DATE, SAYING WHETHER THE LOAD WAS ACCEPTED ("A") OR   *
      *    REJECTED ("R") AND THE ISSUED/POSTED/VOIDED/RECLAIM/       *
      *    SUSPENSE COUNTS THE RECEIVER ITSELF LOADED.  RECEIVER IS   *
      *    "DWH" OR "GL".  CTLACK01 MATCHES THEM AGAINST THE CTLFDR   *
      *    FEED REGISTER.  THE COUNTS ARE ZONED DECIMAL, RIGHT-       *
      *    JUSTIFIED, THE SAME AS THE CTLDWH TRAILER THEY ANSWER.     *
      ******************************************************************
       01  CTLACK-RECORD.
           05  CTLACK-RECEIVER         PIC X(04).
           05  CTLACK-FEED-DATE        PIC X(08).
           05  CTLACK-RESULT           PIC X(01).
               88  CTLACK-ACCEPTED              VALUE "A".
               88  CTLACK-REJECTED              VALUE "R".
           05  CTLACK-ACK-DATE         PIC X(08).
           05  CTLACK-COUNTS.
               10  CTLACK-ISSUED       PIC 9(09).
               10  CTLACK-POSTED       PIC 9(09).
               10  CTLACK-VOIDED       PIC 9(09).
               10  CTLACK-RECLAIM      PIC 9(09).
               10  CTLACK-SUSPENSE     PIC 9(09).
           05  CTLACK-REASON           PIC X(20).
