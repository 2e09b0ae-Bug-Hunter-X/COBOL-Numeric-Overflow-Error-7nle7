      *    AND PER-STATUS COUNTS).  FOR A SUSPENSE DTL THE EVENT      *
      *    DATE IS THE DATE THE ITEM FIRST FAILED TO MATCH - "IN      *
      *    SUSPENSE SINCE".                                           *
      *                                                               *
      *    AN XPOSTED DTL IS A NUMBER CTLREC01 FOUND POSTED UNDER A   *
      *    DIFFERENT TRANSACTION KEY THAN THE ONE IT WAS ISSUED TO -  *
      *    ITS TRN KEY IS THE KEY IT POSTED UNDER AND ITS EVENT DATE  *
      *    IS THE POST DATE; THE NUMBER'S ISSUED DTL CARRIES THE KEY  *
      *    IT WAS MEANT FOR.  THE RECORD IS 67 BYTES (58 BEFORE THE   *
      *    TRAILER GAINED THE XPOSTED COUNT).                         *
      ******************************************************************
       01  CTLDWH-RECORD.
           05  CTLDWH-REC-TYPE         PIC X(03).
               10  CTLDWH-EVENT-DATE   PIC X(08).
               10  CTLDWH-EVENT-TIME   PIC X(08).
               10  CTLDWH-TRN-KEY      PIC X(12).
               10  FILLER              PIC X(12).
           05  CTLDWH-DETAIL-H REDEFINES CTLDWH-DETAIL.
               10  CTLDWH-HDR-RUN-DATE PIC X(08).
               10  FILLER              PIC X(56).
           05  CTLDWH-DETAIL-T REDEFINES CTLDWH-DETAIL.
               10  CTLDWH-TRL-TOTAL    PIC 9(09).
               10  CTLDWH-TRL-ISSUED   PIC 9(09).
               10  CTLDWH-TRL-VOIDED   PIC 9(09).
               10  CTLDWH-TRL-RECLAIM  PIC 9(09).
               10  CTLDWH-TRL-SUSPENSE PIC 9(09).
               10  CTLDWH-TRL-XPOSTED  PIC 9(09).
               10  FILLER              PIC X(01).
