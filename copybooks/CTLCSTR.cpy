      ******************************************************************
      *    CTLCSTR - STOCK CUSTODY TRANSACTION (CTLCSTN-FILE)         *
      *    ONE RECORD PER CUSTODY MOVEMENT ENTERED FOR THE DAY,       *
      *    APPLIED BY CTLCST01.  THE BLOCK IS NAMED BY ITS FULL       *
      *    FROM/TO RANGE AS CTLASG GAVE IT.                           *
      *      A - ASSIGN AN UNASSIGNED BLOCK TO CUSTODIAN              *
      *      T - TRANSFER A HELD BLOCK FROM PRIOR-CUSTODIAN (WHO      *
      *          MUST BE THE CURRENT HOLDER) TO CUSTODIAN             *
      *      U - CONSUMPTION REPORT FROM CUSTODIAN (THE HOLDER):      *
      *          USED-QTY FORMS USED SINCE ITS LAST REPORT, THE       *
      *          HIGHEST OF THEM USED-THRU                            *
      ******************************************************************
       01  CTLCST-RECORD.
           05  CTLCST-TYPE             PIC X(01).
               88  CTLCST-ASSIGN                VALUE "A".
               88  CTLCST-TRANSFER              VALUE "T".
               88  CTLCST-USAGE                 VALUE "U".
           05  CTLCST-COMPANY          PIC X(03).
           05  CTLCST-DOC-TYPE         PIC X(04).
           05  CTLCST-BLOCK-FROM       PIC 9(09).
           05  CTLCST-BLOCK-TO         PIC 9(09).
           05  CTLCST-CUSTODIAN        PIC X(08).
           05  CTLCST-PRIOR-CUSTODIAN  PIC X(08).
           05  CTLCST-USED-THRU        PIC 9(09).
           05  CTLCST-USED-QTY         PIC 9(07).
           05  CTLCST-OPER-ID          PIC X(08).
           05  CTLCST-REASON           PIC X(20).
