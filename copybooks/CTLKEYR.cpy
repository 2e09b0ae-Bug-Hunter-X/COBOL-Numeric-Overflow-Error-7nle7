      ******************************************************************
      *    CTLKEYR - NUMBERED-KEY REGISTRY RECORD (CTLKEY-FILE, KSDS  *
      *    KEYED BY CTLKEY-KEY, COMPANY + DOC TYPE + TRANSACTION KEY) *
      *    ONE RECORD PER TRANSACTION KEY THAT HAS EVER BEEN HANDED   *
      *    A CONTROL NUMBER, BY THE CTLNBR01 BATCH PASS OR BY THE     *
      *    CTLISS00 SERVICE, CARRYING THE RANGE IT GOT.  THE          *
      *    CTLEDT01 DUPLICATE TABLE ONLY SEES ONE DAY'S FILE - THIS   *
      *    FILE IS WHAT CATCHES THE SAME KEY COMING BACK ON A LATER   *
      *    DAY OR THROUGH A TIMED-OUT ONLINE RETRY, SO A RESUBMISSION *
      *    GETS ITS ORIGINAL NUMBER BACK OR A CLEAR REJECT INSTEAD    *
      *    OF QUIETLY BURNING A SECOND NUMBER.                        *
      *                                                               *
      *    CTLKEY-SOURCE IS WHO TOOK THE ORIGINAL RANGE - CTLNBR01    *
      *    FOR THE BATCH PASS, OR THE REGISTERED CTLCLM CALLER ID     *
      *    FOR A CTLISS00 ISSUE.  RECORDS ARE NEVER DELETED.          *
      *                                                               *
      *    CTLKEY-STATUS IS BLANK FOR A LIVE RANGE.  CTLEXP01 SETS IT *
      *    TO X WHEN IT EXPIRES AND VOIDS AN UNCONFIRMED CTLISS00     *
      *    RESERVATION, SO A LATER RETRY OF THE KEY IS REFUSED        *
      *    (REASON 61) INSTEAD OF BEING HANDED VOIDED NUMBERS.        *
      ******************************************************************
       01  CTLKEY-RECORD.
           05  CTLKEY-KEY.
               10  CTLKEY-COMPANY      PIC X(03).
               10  CTLKEY-DOC-TYPE     PIC X(04).
               10  CTLKEY-TRN-KEY      PIC X(12).
           05  CTLKEY-CTL-NUMBER-FROM  PIC 9(09).
           05  CTLKEY-CTL-NUMBER-TO    PIC 9(09).
           05  CTLKEY-QTY              PIC 9(04).
           05  CTLKEY-ISSUE-DATE       PIC X(08).
           05  CTLKEY-ISSUE-TIME       PIC X(08).
           05  CTLKEY-SOURCE           PIC X(08).
           05  CTLKEY-STATUS           PIC X(01).
               88  CTLKEY-LIVE                  VALUE SPACE.
               88  CTLKEY-EXPIRED               VALUE "X".
