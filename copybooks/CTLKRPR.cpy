      ******************************************************************
      *    CTLKRPR - REPEATED-KEY EVENT RECORD (CTLKRP-FILE)          *
      *    THE APPEND-ONLY LOG OF EVERY REQUEST THAT ARRIVED WITH A   *
      *    COMPANY/DOC-TYPE/TRANSACTION KEY THE CTLKEY REGISTRY SAYS  *
      *    WAS ALREADY NUMBERED.  ONE RECORD PER REPEAT, WHICHEVER    *
      *    PROGRAM CAUGHT IT, CARRYING THE ORIGINAL RANGE SO THE      *
      *    CTLKRP01 REPEAT REPORT CAN SHOW WHICH UPSTREAM SOURCE      *
      *    KEEPS RESENDING WITHOUT ANYONE PICKING THROUGH THE AUDIT   *
      *    LOG.                                                       *
      *                                                               *
      *    CTLKRP-SEEN-BY IS THE PROGRAM (OR SERVICE CALLER) THAT     *
      *    RECEIVED THE REPEAT.  DISPOSITION CODES                    *
      *      REJT - REJECTED BY THE FRONT-END EDIT (CTLEDT01)         *
      *      SKIP - NOT NUMBERED AGAIN BY THE BATCH PASS (CTLNBR01)   *
      *      RTRN - ORIGINAL RANGE HANDED BACK TO THE CALLER          *
      *             (CTLISS00, REASON 60)                             *
      *      EXPD - REFUSED, THE KEY'S RESERVATION WAS EXPIRED AND    *
      *             VOIDED BY CTLEXP01 (CTLISS00, REASON 61)          *
      ******************************************************************
       01  CTLKRP-RECORD.
           05  CTLKRP-COMPANY          PIC X(03).
           05  CTLKRP-DOC-TYPE         PIC X(04).
           05  CTLKRP-TRN-KEY          PIC X(12).
           05  CTLKRP-REQ-QTY          PIC 9(04).
           05  CTLKRP-CTL-NUMBER-FROM  PIC 9(09).
           05  CTLKRP-CTL-NUMBER-TO    PIC 9(09).
           05  CTLKRP-ORIG-DATE        PIC X(08).
           05  CTLKRP-ORIG-SOURCE      PIC X(08).
           05  CTLKRP-SEEN-BY          PIC X(08).
           05  CTLKRP-DISPOSITION      PIC X(04).
           05  CTLKRP-EVENT-DATE       PIC X(08).
           05  CTLKRP-EVENT-TIME       PIC X(08).
