      ******************************************************************
      *    CTLCRTR - CONTINUITY CERTIFICATE MACHINE-READABLE RECORD   *
      *    (CTLCRX-FILE).  THE AUDIT FIRM'S COPY OF THE MONTH-END     *
      *    SEQUENCE CONTINUITY CERTIFICATE CTLCRT01 PRINTS - ONE      *
      *    GENERATION PER CERTIFIED PERIOD, 90 BYTES, SO THE AUDITORS *
      *    CAN RE-PERFORM THE COMPLETENESS TEST THEMSELVES INSTEAD    *
      *    OF RE-KEYING THE SIGN-OFF PAGE.                            *
      *                                                               *
      *    REC TYPES:                                                 *
      *      HDR  PERIOD, RUN DATE, AND THE LAST RECONCILIATION DATE  *
      *           THE CERTIFICATE RESTS ON.                           *
      *      PST  ONE PER NUMBER ISSUED IN THE PERIOD THAT POSTED     *
      *           (MATCHED ON A RECONCILIATION).                      *
      *      VOD  ONE PER NUMBER VOIDED - OPERATOR, REASON, DATE.     *
      *      RCL  ONE PER NUMBER INSIDE A RETURNED (RECLAIMED) RANGE. *
      *      SUS  ONE PER NUMBER STILL OPEN IN RECONCILIATION         *
      *           SUSPENSE - EVENT DATE IS THE DATE IT FIRST FAILED   *
      *           TO MATCH.                                           *
      *      UNR  ONE PER NUMBER ISSUED AFTER THE LAST                *
      *           RECONCILIATION, SO NOT YET ACCOUNTED FOR.           *
      *      DUP  AN EXTRA AUDIT RECORD FOR A NUMBER ALREADY ISSUED.  *
      *      BRK  A RUN OF NUMBERS (CTL-NUMBER THRU THRU-NUMBER)      *
      *           MISSING FROM THE AUDIT LOG - AN UNACCOUNTED BREAK.  *
      *      SER  ONE PER SERIES (COMPANY, DOC TYPE, YEAR PREFIX)     *
      *           AFTER ITS DETAILS - FIRST/LAST NUMBER AND COUNTS.   *
      *      TRL  DETAIL RECORD COUNT (EVERYTHING BETWEEN HDR AND     *
      *           TRL) AND THE PERIOD TOTALS.                         *
      *    FOR EVERY SERIES ISSUED = POSTED + VOIDED + RECLAIM +      *
      *    SUSPENSE + UNRECON; A SERIES IS CERTIFIED (RESULT C) ONLY  *
      *    WITH NO UNRECON, NO DUPS, AND NO MISSING NUMBERS.          *
      ******************************************************************
       01  CTLCRT-RECORD.
           05  CTLCRT-REC-TYPE         PIC X(03).
           05  CTLCRT-DETAIL.
               10  CTLCRT-COMPANY      PIC X(03).
               10  CTLCRT-DOC-TYPE     PIC X(04).
               10  CTLCRT-CTL-NUMBER   PIC 9(09).
               10  CTLCRT-THRU-NUMBER  PIC 9(09).
               10  CTLCRT-EVENT-DATE   PIC X(08).
               10  CTLCRT-OPER-ID      PIC X(08).
               10  CTLCRT-TRN-KEY      PIC X(12).
               10  CTLCRT-REASON       PIC X(20).
               10  FILLER              PIC X(14).
           05  CTLCRT-DETAIL-H REDEFINES CTLCRT-DETAIL.
               10  CTLCRT-HDR-PERIOD   PIC X(06).
               10  CTLCRT-HDR-RUN-DATE PIC X(08).
               10  CTLCRT-HDR-RECON-THRU
                                       PIC X(08).
               10  FILLER              PIC X(65).
           05  CTLCRT-DETAIL-S REDEFINES CTLCRT-DETAIL.
               10  CTLCRT-SER-COMPANY  PIC X(03).
               10  CTLCRT-SER-DOC-TYPE PIC X(04).
               10  CTLCRT-SER-FIRST    PIC 9(09).
               10  CTLCRT-SER-LAST     PIC 9(09).
               10  CTLCRT-SER-ISSUED   PIC 9(07).
               10  CTLCRT-SER-POSTED   PIC 9(07).
               10  CTLCRT-SER-VOIDED   PIC 9(07).
               10  CTLCRT-SER-RECLAIM  PIC 9(07).
               10  CTLCRT-SER-SUSPENSE PIC 9(07).
               10  CTLCRT-SER-UNRECON  PIC 9(07).
               10  CTLCRT-SER-DUPS     PIC 9(07).
               10  CTLCRT-SER-MISSING  PIC 9(07).
               10  CTLCRT-SER-RESULT   PIC X(01).
                   88  CTLCRT-SER-CERTIFIED       VALUE "C".
                   88  CTLCRT-SER-EXCEPTIONS      VALUE "E".
               10  FILLER              PIC X(05).
           05  CTLCRT-DETAIL-T REDEFINES CTLCRT-DETAIL.
               10  CTLCRT-TRL-RECORDS  PIC 9(09).
               10  CTLCRT-TRL-SERIES   PIC 9(05).
               10  CTLCRT-TRL-ISSUED   PIC 9(09).
               10  CTLCRT-TRL-POSTED   PIC 9(09).
               10  CTLCRT-TRL-VOIDED   PIC 9(09).
               10  CTLCRT-TRL-RECLAIM  PIC 9(09).
               10  CTLCRT-TRL-SUSPENSE PIC 9(09).
               10  CTLCRT-TRL-UNRECON  PIC 9(09).
               10  CTLCRT-TRL-DUPS     PIC 9(09).
               10  CTLCRT-TRL-MISSING  PIC 9(09).
               10  CTLCRT-TRL-RESULT   PIC X(01).
