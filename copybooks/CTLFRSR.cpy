      ******************************************************************
      *    CTLFRSR - FEED RESEND LOG RECORD (CTLFRS-FILE)             *
      *    APPENDED BY CTLXTR01 EVERY TIME A FEED DATE ALREADY ON     *
      *    THE CTLFDR REGISTER IS RE-EXTRACTED AND SENT AGAIN - WHO   *
      *    ASKED FOR IT, WHY, WHICH SEND IT IS, AND WHERE EACH        *
      *    RECEIVER STOOD BEFORE THE RESEND WIPED ITS SLOT (THE       *
      *    CTLFDRR STATE CODES).                                      *
      ******************************************************************
       01  CTLFRS-RECORD.
           05  CTLFRS-FEED-DATE        PIC X(08).
           05  CTLFRS-SEND-NBR         PIC 9(03).
           05  CTLFRS-RESEND-DATE      PIC X(08).
           05  CTLFRS-RESEND-TIME      PIC X(08).
           05  CTLFRS-OPER-ID          PIC X(08).
           05  CTLFRS-PRIOR-DWH-STATE  PIC X(01).
           05  CTLFRS-PRIOR-GL-STATE   PIC X(01).
           05  CTLFRS-REASON           PIC X(30).
