      ******************************************************************
      *    CTLCSQR - STOCK CUSTODY SERVICE LINKAGE AREA (CTLCSL00)    *
      *    PASSED BY EVERY CALLER OF CTLCSL00 - KEEP IT IN SYNC WITH  *
      *    THAT PROGRAM'S LINKAGE SECTION THE SAME WAY CTLRNQR IS     *
      *    KEPT IN SYNC WITH CTLRUN00.                                *
      *                                                               *
      *    THE CALLER SETS THE FUNCTION, ITS OWN PROGRAM NAME         *
      *    (SOURCE), THE OPERATOR, COMPANY, DOC TYPE, AND:            *
      *      G REGISTER  - THE BLOCK'S FROM/TO AS ISSUED              *
      *      A ASSIGN    - THE BLOCK'S FROM/TO, CUSTODIAN             *
      *      T TRANSFER  - THE BLOCK'S FROM/TO, CUSTODIAN, AND THE    *
      *                    PRIOR (CURRENT) CUSTODIAN                  *
      *      U USAGE     - THE BLOCK'S FROM/TO, CUSTODIAN, QTY USED,  *
      *                    USED-THRU                                  *
      *      V VOID      - THE VOIDED NUMBER IN NUMBER-FROM           *
      *      R RETURN    - THE RETURNED RANGE IN NUMBER-FROM/TO       *
      *      L LOG REFUSAL - THE CALLER'S OWN REFUSAL CODE IN         *
      *                    REFUSAL, WITH WHAT IT COULD READ OF THE    *
      *                    RANGE AND CUSTODIAN - NOTHING IS APPLIED   *
      *      X END OF RUN - CLOSES THE FILES                          *
      *    THE FILES OPEN ON THE FIRST CALL AND STAY OPEN UNTIL X.    *
      *    WHEN THE BLOCK WAS FOUND (REPLY 00, OR 20 WITH A BLOCK),   *
      *    ITS RANGE, HOLDER, AND OUTSTANDING COUNT COME BACK.        *
      *    REFUSALS ARE LOGGED TO CTLCSH, EXCEPT BLKEXIST - A RERUN   *
      *    REGISTERING THE SAME NIGHT'S BLOCKS AGAIN.                 *
      ******************************************************************
       01  CTLCSQ-REQUEST.
           05  CTLCSQ-FUNC             PIC X(01).
               88  CTLCSQ-FUNC-REGISTER         VALUE "G".
               88  CTLCSQ-FUNC-ASSIGN           VALUE "A".
               88  CTLCSQ-FUNC-TRANSFER         VALUE "T".
               88  CTLCSQ-FUNC-USAGE            VALUE "U".
               88  CTLCSQ-FUNC-VOID             VALUE "V".
               88  CTLCSQ-FUNC-RETURN           VALUE "R".
               88  CTLCSQ-FUNC-LOG-REFUSAL      VALUE "L".
               88  CTLCSQ-FUNC-END-RUN          VALUE "X".
           05  CTLCSQ-SOURCE           PIC X(08).
           05  CTLCSQ-OPER-ID          PIC X(08).
           05  CTLCSQ-COMPANY          PIC X(03).
           05  CTLCSQ-DOC-TYPE         PIC X(04).
           05  CTLCSQ-NUMBER-FROM      PIC 9(09).
           05  CTLCSQ-NUMBER-TO        PIC 9(09).
           05  CTLCSQ-CUSTODIAN        PIC X(08).
           05  CTLCSQ-PRIOR-CUSTODIAN  PIC X(08).
           05  CTLCSQ-USED-THRU        PIC 9(09).
           05  CTLCSQ-QTY              PIC 9(07).
           05  CTLCSQ-BLOCK-FROM       PIC 9(09).
           05  CTLCSQ-BLOCK-TO         PIC 9(09).
           05  CTLCSQ-BLOCK-CUSTODIAN  PIC X(08).
           05  CTLCSQ-OUTSTANDING      PIC 9(07).
      *    REFUSAL CODE ON REPLY 20:
      *      NOBLOCK  - NO CUSTODY BLOCK HAS EXACTLY THAT FROM/TO
      *      BLKEXIST - REGISTER OF A BLOCK ALREADY ON FILE
      *      CLOSED   - THE BLOCK IS CLOSED
      *      ASSIGNED - ASSIGN OF A BLOCK THAT ALREADY HAS A HOLDER
      *      NOTHELD  - TRANSFER/USAGE OF A BLOCK WITH NO HOLDER
      *      HOLDER   - THE CUSTODIAN NAMED IS NOT THE HOLDER
      *      CUSTUNKN - CUSTODIAN NOT ON CTLCSD, OR INACTIVE
      *      SAMECUST - TRANSFER TO THE CURRENT HOLDER
      *      OVERUSE  - MORE FORMS THAN THE BLOCK HAS BLANK
      *      BADTHRU  - USED-THRU OUTSIDE THE BLOCK OR BELOW AN
      *                 EARLIER REPORT, OR A ZERO QTY
      *      REPEAT   - USED-THRU NO FURTHER THAN THE LAST REPORT -
      *                 THE SAME REPORT APPLIED AGAIN BY A RERUN
      *      SPANBLK  - RETURN RANGE RUNS PAST THE END OF ITS BLOCK
      *      NOOPER   - NO OPERATOR ID
      *    AND, SET BY CTLCST01 ITSELF AND LOGGED THROUGH FUNCTION L:
      *      BADNUMS  - NON-NUMERIC RANGE, USED-THRU, OR QTY
      *      BADTYPE  - TRANSACTION TYPE NOT A, T, OR U
           05  CTLCSQ-REFUSAL          PIC X(08).
      *    "00" APPLIED.  "10" THE NUMBER OR RANGE IS IN NO CUSTODY
      *    BLOCK - NORMAL FOR A SINGLE ISSUE, NOTHING TO DO.  "20"
      *    REFUSED, SEE THE REFUSAL CODE - THE LEDGER IS UNCHANGED.
      *    "30" A CUSTODY FILE COULD
      *    NOT BE OPENED, READ, OR WRITTEN.
           05  CTLCSQ-REPLY            PIC X(02).
               88  CTLCSQ-APPLIED               VALUE "00".
               88  CTLCSQ-NOT-TRACKED           VALUE "10".
               88  CTLCSQ-REFUSED               VALUE "20".
               88  CTLCSQ-IO-ERROR              VALUE "30".
