      ******************************************************************
      *    CTLCSBR - STOCK-BLOCK CUSTODY RECORD (CTLCSB-FILE, KSDS    *
      *    KEYED BY CTLCSB-KEY, COMPANY + DOC TYPE + THE BLOCK'S      *
      *    LAST NUMBER).  ONE RECORD PER BLOCK CTLNBR01 ISSUED        *
      *    (CTLTRN-QTY > 1) FOR PRE-PRINTED STOCK: WHO HOLDS THE      *
      *    PHYSICAL FORMS AND HOW MANY OF THEM ARE STILL BLANK.       *
      *    KEYING ON THE LAST NUMBER LETS A START NOT LESS THAN ANY   *
      *    NUMBER LAND ON THE ONE BLOCK THAT CAN HOLD IT.  UPDATED    *
      *    ONLY THROUGH THE CTLCSL00 SERVICE, WHICH LOGS EVERY        *
      *    CHANGE TO CTLCSH.                                          *
      *                                                               *
      *    STATUS:                                                    *
      *      U - REGISTERED FROM CTLASG, NOT YET GIVEN A CUSTODIAN    *
      *      H - HELD BY CTLCSB-CUSTODIAN                             *
      *      C - CLOSED - EVERY FORM USED, VOIDED, OR RETURNED        *
      *                                                               *
      *    OUTSTANDING (BLANK) FORMS = QTY - USED - VOIDED -          *
      *    RETURNED.  USED COMES FROM THE CUSTODIAN'S CONSUMPTION     *
      *    REPORTS, VOIDED FROM CTLVOD01, RETURNED FROM CTLRTN01.  A  *
      *    SPOILED FORM IS VOIDED, NOT REPORTED AS USED, SO IT IS     *
      *    COUNTED ONCE.  HIGH-USED IS THE HIGHEST NUMBER A           *
      *    CONSUMPTION REPORT HAS NAMED.  HELD-SINCE IS THE DATE THE  *
      *    CURRENT CUSTODIAN TOOK THE BLOCK; LAST-USAGE IS THE DATE   *
      *    OF ITS LATEST CONSUMPTION REPORT (BLANK = NONE YET) - THE  *
      *    OUTSTANDING-STOCK REPORT AGES IDLE BLOCKS FROM WHICHEVER   *
      *    IS LATER.                                                  *
      ******************************************************************
       01  CTLCSB-RECORD.
           05  CTLCSB-KEY.
               10  CTLCSB-COMPANY      PIC X(03).
               10  CTLCSB-DOC-TYPE     PIC X(04).
               10  CTLCSB-NUMBER-TO    PIC 9(09).
           05  CTLCSB-NUMBER-FROM      PIC 9(09).
           05  CTLCSB-QTY              PIC 9(07).
           05  CTLCSB-STATUS           PIC X(01).
               88  CTLCSB-UNASSIGNED            VALUE "U".
               88  CTLCSB-HELD                  VALUE "H".
               88  CTLCSB-CLOSED                VALUE "C".
           05  CTLCSB-CUSTODIAN        PIC X(08).
           05  CTLCSB-REGISTERED-DATE  PIC X(08).
           05  CTLCSB-HELD-SINCE       PIC X(08).
           05  CTLCSB-LAST-USAGE-DATE  PIC X(08).
           05  CTLCSB-HIGH-USED        PIC 9(09).
           05  CTLCSB-USED-QTY         PIC 9(07).
           05  CTLCSB-VOIDED-QTY       PIC 9(07).
           05  CTLCSB-RETURNED-QTY     PIC 9(07).
           05  CTLCSB-LAST-CHANGED     PIC X(08).
           05  FILLER                  PIC X(13).
