      ******************************************************************
      *    CTLXPSR - CROSS-POSTED NUMBER HAND-OFF (CTLXPS-FILE)       *
      *    ONE RECORD PER CONTROL NUMBER CTLREC01 FOUND POSTED UNDER  *
      *    A DIFFERENT TRANSACTION KEY THAN THE ONE IT WAS ISSUED     *
      *    TO - THE NUMBER MATCHED, THE DOCUMENT DID NOT.  AN APPEND  *
      *    LOG DATED BY CTLXPS-RECON-DATE, LIKE THE VOID LOG:         *
      *    CTLREC01 ADDS EACH NIGHT'S RECORDS AND THE YEAR-END        *
      *    CTLARC01 RUN PURGES CLOSED FISCAL YEARS.  CTLXTR01 PICKS   *
      *    UP THE RECORDS STAMPED WITH ITS EXTRACT DATE - TONIGHT'S,  *
      *    OR AN EARLIER DAY'S ON A RESEND OR REBUILD - AND SENDS     *
      *    THEM DOWNSTREAM AS XPOSTED.                                *
      ******************************************************************
       01  CTLXPS-RECORD.
           05  CTLXPS-COMPANY          PIC X(03).
           05  CTLXPS-DOC-TYPE         PIC X(04).
           05  CTLXPS-CTL-NUMBER       PIC 9(09).
           05  CTLXPS-ISSUED-TRN-KEY   PIC X(12).
           05  CTLXPS-POSTED-TRN-KEY   PIC X(12).
           05  CTLXPS-ISSUE-DATE       PIC X(08).
           05  CTLXPS-POST-DATE        PIC X(08).
           05  CTLXPS-RECON-DATE       PIC X(08).
