      ******************************************************************
      *    CTLFDRR - LIFECYCLE FEED REGISTER (CTLFDR-FILE, KSDS       *
      *    KEYED BY CTLFDR-KEY, THE FEED'S EXTRACT DATE).  ONE        *
      *    RECORD PER FEED DATE CTLXTR01 HAS SHIPPED, CARRYING THE    *
      *    TRAILER COUNTS AS SENT AND, PER RECEIVER, WHAT CAME BACK   *
      *    ON THE ACKNOWLEDGMENT FILE.  CTLXTR01 WRITES IT ON A CLEAN *
      *    EXTRACT (AND RESETS THE RECEIVER SLOTS ON A RESEND),       *
      *    CTLACK01 MATCHES THE ACKNOWLEDGMENTS INTO IT AND AGES THE  *
      *    SLOTS STILL WAITING, CTLOPS01 LISTS WHATEVER IS FLAGGED.   *
      *                                                               *
      *    RECEIVER SLOT 1 IS THE DATA WAREHOUSE (ACK CODE "DWH"),    *
      *    SLOT 2 THE GENERAL LEDGER (ACK CODE "GL").  SLOT STATES:   *
      *      W - SENT, NO ACKNOWLEDGMENT YET, STILL INSIDE THE WAIT   *
      *      O - OVERDUE: NO ACKNOWLEDGMENT PAST THE CTLACK01 LIMIT   *
      *      B - ACCEPTED AND THE RECEIVER'S COUNTS AGREE              *
      *      M - ACCEPTED BUT THE RECEIVER'S COUNTS DISAGREE          *
      *      R - REJECTED BY THE RECEIVER (REASON AS THEY GAVE IT)    *
      *    O, M AND R STAY FLAGGED UNTIL THE DATE IS RESENT.          *
      ******************************************************************
       01  CTLFDR-RECORD.
           05  CTLFDR-KEY.
               10  CTLFDR-FEED-DATE    PIC X(08).
           05  CTLFDR-SEND-COUNT       PIC 9(03).
           05  CTLFDR-SENT-DATE        PIC X(08).
           05  CTLFDR-SENT-TIME        PIC X(08).
           05  CTLFDR-SENT-COUNTS.
               10  CTLFDR-SENT-ISSUED  PIC 9(09).
               10  CTLFDR-SENT-POSTED  PIC 9(09).
               10  CTLFDR-SENT-VOIDED  PIC 9(09).
               10  CTLFDR-SENT-RECLAIM PIC 9(09).
               10  CTLFDR-SENT-SUSPENSE
                                       PIC 9(09).
           05  CTLFDR-RECEIVER OCCURS 2 TIMES.
               10  CTLFDR-RCV-STATE    PIC X(01).
                   88  CTLFDR-RCV-WAITING       VALUE "W".
                   88  CTLFDR-RCV-OVERDUE       VALUE "O".
                   88  CTLFDR-RCV-BALANCED      VALUE "B".
                   88  CTLFDR-RCV-MISMATCH      VALUE "M".
                   88  CTLFDR-RCV-REJECTED      VALUE "R".
                   88  CTLFDR-RCV-FLAGGED       VALUE "O" "M" "R".
               10  CTLFDR-RCV-ACK-DATE PIC X(08).
               10  CTLFDR-RCV-REASON   PIC X(20).
               10  CTLFDR-RCV-COUNTS.
                   15  CTLFDR-RCV-ISSUED
                                       PIC 9(09).
                   15  CTLFDR-RCV-POSTED
                                       PIC 9(09).
                   15  CTLFDR-RCV-VOIDED
                                       PIC 9(09).
                   15  CTLFDR-RCV-RECLAIM
                                       PIC 9(09).
                   15  CTLFDR-RCV-SUSPENSE
                                       PIC 9(09).
