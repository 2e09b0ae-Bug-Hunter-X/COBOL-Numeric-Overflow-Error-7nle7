       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCRT01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCRT01 - MONTH-END SEQUENCE CONTINUITY CERTIFICATE       *
      *    PROVES TO THE EXTERNAL AUDITORS THAT EVERY COMPANY /       *
      *    DOC-TYPE SERIES IS COMPLETE FOR A CLOSED MONTH, INSTEAD    *
      *    OF SOMEONE BUILDING THE PROOF BY HAND FROM CTLINQ01        *
      *    LISTINGS, THE VOID LOG, THE RECLAMATION LOG, AND THE       *
      *    SUSPENSE FILE.  CTLAUDI IS THE AUDIT LOG CONCATENATED      *
      *    WITH ITS ARCHIVE GENERATIONS; IT AND CTLVOID, CTLRCLM,     *
      *    AND CTLSUS MUST BE SORTED ASCENDING BY COMPANY, DOC TYPE,  *
      *    THEN CONTROL NUMBER (SEE JCL/CTLCRT01.JCL) SO ONE          *
      *    SEQUENTIAL PASS ACCOUNTS FOR EVERY NUMBER, THE SAME WAY    *
      *    CTLREC01 MATCHES.                                          *
      *                                                               *
      *    A SERIES HERE IS COMPANY, DOC TYPE, AND FISCAL-YEAR        *
      *    PREFIX - A YEAR-END RESET STARTS A NEW RUN OF NUMBERS.     *
      *    FOR EACH SERIES WITH ISSUES IN THE PERIOD THE CTLCRP       *
      *    DETAIL REPORT GIVES THE FIRST AND LAST NUMBER, THE COUNT   *
      *    ISSUED, AND HOW EVERY NUMBER WAS ACCOUNTED FOR:            *
      *      POSTED     - NO VOID, RECLAIM, OR SUSPENSE ROW AND       *
      *                   ISSUED ON OR BEFORE THE LAST                *
      *                   RECONCILIATION (CTLSUM DATE) - MATCHED      *
      *                   POSTINGS ARE NOT RETAINED, SO THIS IS THE   *
      *                   SAME RULE CTLTRC01 USES.  COUNTED, NOT      *
      *                   LISTED.                                     *
      *      VOIDED     - LISTED WITH WHO VOIDED IT AND WHY.          *
      *      RECLAIMED  - LISTED ONCE PER RETURNED RANGE.             *
      *      SUSPENSE   - STILL OPEN, LISTED WITH ITS FIRST-SEEN.     *
      *    AND LISTS EVERY EXCEPTION EXPLICITLY: A BREAK (NUMBERS     *
      *    MISSING FROM THE AUDIT LOG BETWEEN THE LAST ISSUE BEFORE   *
      *    THE PERIOD AND THE FIRST IN IT, OR INSIDE THE PERIOD'S     *
      *    RUN), A DUPLICATE ISSUE, OR A NUMBER ISSUED AFTER THE      *
      *    LAST RECONCILIATION AND SO NOT YET ACCOUNTED FOR.          *
      *                                                               *
      *    CTLCRS IS THE SIGN-OFF PAGE FOR THE CONTROLLER'S CLOSE     *
      *    PACKAGE - ONE LINE PER SERIES, THE PERIOD TOTALS, THE      *
      *    VERDICT, AND SIGNATURE LINES.  CTLCRX IS THE AUDIT FIRM'S  *
      *    MACHINE-READABLE COPY (CTLCRTR LAYOUT) - ONE RECORD PER    *
      *    NUMBER ISSUED IN THE PERIOD WITH ITS DISPOSITION, ONE PER  *
      *    BREAK, ONE SUMMARY PER SERIES, WRAPPED IN HDR/TRL.  THE    *
      *    TRAILER IS ONLY WRITTEN BY A CLEAN RUN.                    *
      *                                                               *
      *    THE CTLPRM CARD CARRIES THE PERIOD (COLS 1-6, YYYYMM).     *
      *    BLANK OR NO CARD MEANS THE MONTH BEFORE THE RUN DATE.  A   *
      *    PERIOD THAT HAS NOT YET ENDED IS REFUSED.                  *
      *                                                               *
      *    RETURNS 0 WHEN EVERY SERIES IS CERTIFIED CONTINUOUS, 4     *
      *    WHEN ANY SERIES HAS AN EXCEPTION, 16 ON A FILE ERROR, A    *
      *    BAD PERIOD, OR NO RECONCILIATION TOTALS TO RELY ON.        *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLAUDI-FILE ASSIGN TO "CTLAUDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CTLVOID-FILE ASSIGN TO "CTLVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOD-STATUS.

           SELECT CTLRCLM-FILE ASSIGN TO "CTLRCLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCM-STATUS.

           SELECT CTLSUS-FILE ASSIGN TO "CTLSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT CTLSUM-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLCRP-FILE ASSIGN TO "CTLCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.

           SELECT CTLCRS-FILE ASSIGN TO "CTLCRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRS-STATUS.

           SELECT CTLCRX-FILE ASSIGN TO "CTLCRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLAUDI-FILE
           RECORDING MODE IS F.
       01  CTLAUDI-RECORD             PIC X(44).

       FD  CTLVOID-FILE
           RECORDING MODE IS F.
       01  CTLVOID-FILE-RECORD        PIC X(60).

       FD  CTLRCLM-FILE
           RECORDING MODE IS F.
       01  CTLRCLM-FILE-RECORD        PIC X(73).

       FD  CTLSUS-FILE
           RECORDING MODE IS F.
       01  CTLSUS-FILE-RECORD         PIC X(44).

       FD  CTLSUM-FILE
           RECORDING MODE IS F.
       01  CTLSUM-FILE-RECORD         PIC X(71).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-PERIOD           PIC X(06).
           05  FILLER                  PIC X(74).

       FD  CTLCRP-FILE
           RECORDING MODE IS F.
       01  CTLCRP-RECORD              PIC X(80).

       FD  CTLCRS-FILE
           RECORDING MODE IS F.
       01  CTLCRS-RECORD              PIC X(80).

       FD  CTLCRX-FILE
           RECORDING MODE IS F.
       01  CTLCRX-FILE-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLVODR.
       COPY CTLRCLR.
       COPY CTLSUSR.
       COPY CTLSUMR.
       COPY CTLCRTR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-AUD-STATUS              PIC X(02) VALUE "00".
       01  WS-VOD-STATUS              PIC X(02) VALUE "00".
       01  WS-RCM-STATUS              PIC X(02) VALUE "00".
       01  WS-SUS-STATUS              PIC X(02) VALUE "00".
       01  WS-SUM-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-CRP-STATUS              PIC X(02) VALUE "00".
       01  WS-CRS-STATUS              PIC X(02) VALUE "00".
       01  WS-CRX-STATUS              PIC X(02) VALUE "00".

       01  WS-AUD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-AUD-AT-EOF                     VALUE "Y".
       01  WS-VOD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-VOD-AT-EOF                     VALUE "Y".
       01  WS-RCM-EOF-SW              PIC X(01) VALUE "N".
           88  WS-RCM-AT-EOF                     VALUE "Y".
       01  WS-SUS-EOF-SW              PIC X(01) VALUE "N".
           88  WS-SUS-AT-EOF                     VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

      *    THE MONTH BEING CERTIFIED AND THE MONTH OF THE RUN - A
      *    PERIOD IS ONLY CERTIFIABLE ONCE IT IS OVER.  WS-RECON-THRU
      *    IS THE LAST RECONCILIATION DATE FROM CTLSUM: A NUMBER
      *    ISSUED AFTER IT HAS NOT BEEN MATCHED YET, SO ITS ABSENCE
      *    FROM SUSPENSE PROVES NOTHING.
       01  WS-PERIOD                  PIC X(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY          PIC 9(04).
           05  WS-PERIOD-MM            PIC 9(02).
       01  WS-CARD-PERIOD             PIC X(06).
       01  WS-CARD-PERIOD-PARTS REDEFINES WS-CARD-PERIOD.
           05  WS-CARD-YYYY            PIC 9(04).
           05  WS-CARD-MM              PIC 9(02).
       01  WS-RUN-MONTH               PIC X(06).
       01  WS-RECON-THRU              PIC X(08).

      *    THE SERIES THE PASS IS IN - COMPANY, DOC TYPE, AND THE
      *    FISCAL-YEAR PREFIX (THE TOP TWO DIGITS OF THE NUMBER).
       01  WS-SER-KEY.
           05  WS-SER-COMPANY          PIC X(03).
           05  WS-SER-DOC-TYPE         PIC X(04).
           05  WS-SER-PREFIX           PIC 9(02).
       01  WS-AUD-SER-KEY.
           05  WS-AUD-SER-COMPANY      PIC X(03).
           05  WS-AUD-SER-DOC-TYPE     PIC X(04).
           05  WS-AUD-SER-PREFIX       PIC 9(02).
       01  WS-NBR-WORK                PIC 9(09).
       01  WS-NBR-PARTS REDEFINES WS-NBR-WORK.
           05  WS-NBR-PREFIX           PIC 9(02).
           05  WS-NBR-SEQ              PIC 9(07).

       01  WS-SER-ISSUES-SW           PIC X(01) VALUE "N".
           88  WS-SER-HAS-ISSUES                VALUE "Y".
       01  WS-SER-PRIOR-LAST          PIC 9(09) VALUE 0.
       01  WS-SER-FIRST               PIC 9(09) VALUE 0.
       01  WS-SER-LAST                PIC 9(09) VALUE 0.
       01  WS-SER-COUNTS.
           05  WS-SER-ISSUED           PIC 9(07).
           05  WS-SER-POSTED           PIC 9(07).
           05  WS-SER-VOIDED           PIC 9(07).
           05  WS-SER-RECLAIM          PIC 9(07).
           05  WS-SER-SUSPENSE         PIC 9(07).
           05  WS-SER-UNRECON          PIC 9(07).
           05  WS-SER-DUPS             PIC 9(07).
           05  WS-SER-MISSING          PIC 9(07).
       01  WS-SER-EXCEPTIONS          PIC 9(07).
       01  WS-SER-RESULT              PIC X(01).
           88  WS-SER-CERTIFIED                 VALUE "C".

       01  WS-TOT-SERIES              PIC 9(05) VALUE 0.
       01  WS-TOT-EXC-SERIES          PIC 9(05) VALUE 0.
       01  WS-TOT-ISSUED              PIC 9(09) VALUE 0.
       01  WS-TOT-POSTED              PIC 9(09) VALUE 0.
       01  WS-TOT-VOIDED              PIC 9(09) VALUE 0.
       01  WS-TOT-RECLAIM             PIC 9(09) VALUE 0.
       01  WS-TOT-SUSPENSE            PIC 9(09) VALUE 0.
       01  WS-TOT-UNRECON             PIC 9(09) VALUE 0.
       01  WS-TOT-DUPS                PIC 9(09) VALUE 0.
       01  WS-TOT-MISSING             PIC 9(09) VALUE 0.
       01  WS-CRX-COUNT               PIC 9(09) VALUE 0.

       01  WS-DUP-SW                  PIC X(01) VALUE "N".
           88  WS-DUP-ISSUE                     VALUE "Y".
       01  WS-BRK-FROM                PIC 9(09).
       01  WS-BRK-TO                  PIC 9(09).
       01  WS-BRK-QTY                 PIC 9(09).

      *    THE RECLAIM LINE PRINTS ONCE PER RANGE, AS IN CTLREC01;
      *    THE MACHINE-READABLE COPY STILL CARRIES EVERY NUMBER.
       01  WS-PREV-RCL-RANGE          PIC X(25) VALUE SPACES.
       01  WS-CURR-RCL-RANGE.
           05  WS-CRR-COMPANY          PIC X(03).
           05  WS-CRR-DOC-TYPE         PIC X(04).
           05  WS-CRR-FROM             PIC 9(09).
           05  WS-CRR-TO               PIC 9(09).

      *    SIGN-OFF PAGE SERIES TABLE.  A SERIES HOLDS AT MOST
      *    9,999,999 NUMBERS A YEAR, SO SEVEN DIGITS NEVER TRUNCATE;
      *    THE PERIOD TOTALS PRINT ON THEIR OWN LINES AT FULL WIDTH.
       01  WS-SGN-HEADING.
           05  FILLER                  PIC X(09) VALUE "CO  DOC  ".
           05  FILLER                  PIC X(10) VALUE "FIRST     ".
           05  FILLER                  PIC X(10) VALUE "LAST      ".
           05  FILLER                  PIC X(08) VALUE " ISSUED ".
           05  FILLER                  PIC X(08) VALUE " POSTED ".
           05  FILLER                  PIC X(08) VALUE " VOIDED ".
           05  FILLER                  PIC X(08) VALUE "RECLAIM ".
           05  FILLER                  PIC X(08) VALUE "SUSPENS ".
           05  FILLER                  PIC X(08) VALUE " EXCEPT ".
           05  FILLER                  PIC X(03) VALUE "RES".
       01  WS-SGN-LINE.
           05  WS-SGN-COMPANY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-DOC-TYPE         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-FIRST            PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-LAST             PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-ISSUED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-POSTED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-VOIDED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-RECLAIM          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-SUSPENSE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-EXCEPTIONS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SGN-RESULT           PIC X(03).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           PERFORM 2000-READ-AUDIT
               UNTIL WS-AUD-AT-EOF
           IF WS-RETURN-CODE < 16
               PERFORM 4000-CLOSE-SERIES
               PERFORM 7000-WRITE-TRAILER
               PERFORM 7500-WRITE-SIGN-OFF
           ELSE
               PERFORM 7900-WRITE-NO-CERTIFICATE
           END-IF
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE HIGH-VALUES TO WS-SER-KEY
           OPEN OUTPUT CTLCRP-FILE
           OPEN OUTPUT CTLCRS-FILE
           PERFORM 1100-LOAD-PARAMETERS
           IF WS-RETURN-CODE = 0
               PERFORM 1200-LOAD-RECON-DATE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1300-OPEN-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1400-WRITE-HEADINGS
               PERFORM 2300-READ-VOID
               PERFORM 2350-READ-RECLAIM
               PERFORM 2400-READ-SUSPENSE
           ELSE
               SET WS-AUD-AT-EOF TO TRUE
           END-IF.

      *    NO CARD, OR A BLANK PERIOD, CERTIFIES LAST MONTH - THE
      *    MONTH-END STEP NEEDS NO CARD.  A CARD THAT IS NOT A REAL
      *    YYYYMM, OR NAMES A MONTH NOT YET OVER, STOPS THE RUN
      *    RATHER THAN CERTIFY A PERIOD NOBODY ASKED FOR.
       1100-LOAD-PARAMETERS.
           MOVE WS-CD-DATE (1:6) TO WS-RUN-MONTH
           MOVE WS-RUN-MONTH TO WS-PERIOD
           IF WS-PERIOD-MM = 1
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF
           OPEN INPUT CTLPRM-FILE
           IF WS-PRM-STATUS = "00"
               READ CTLPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTLPRM-PERIOD NOT = SPACES
                           PERFORM 1150-CHECK-PERIOD-CARD
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

       1150-CHECK-PERIOD-CARD.
           MOVE CTLPRM-PERIOD TO WS-CARD-PERIOD
           EVALUATE TRUE
               WHEN WS-CARD-PERIOD IS NOT NUMERIC
               WHEN WS-CARD-MM < 1
               WHEN WS-CARD-MM > 12
                   DISPLAY "CTLCRT01: CTLPRM PERIOD " CTLPRM-PERIOD
                       " IS NOT YYYYMM - RUN STOPPED"
                   MOVE 16 TO WS-RETURN-CODE
               WHEN WS-CARD-PERIOD NOT < WS-RUN-MONTH
                   DISPLAY "CTLCRT01: PERIOD " WS-CARD-PERIOD
                       " HAS NOT ENDED - RUN STOPPED"
                   MOVE 16 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE WS-CARD-PERIOD TO WS-PERIOD
           END-EVALUATE.

      *    WITHOUT THE LAST RECONCILIATION DATE THERE IS NO TELLING
      *    A POSTED NUMBER FROM ONE NOBODY HAS MATCHED YET - NO
      *    CERTIFICATE CAN BE GIVEN.  A RECONCILIATION THAT HAS NOT
      *    REACHED THE PERIOD END IS ALLOWED BUT WARNED: THE NUMBERS
      *    AFTER IT REPORT AS NOT YET RECONCILED AND THE SERIES ARE
      *    NOT CERTIFIED.
       1200-LOAD-RECON-DATE.
           MOVE SPACES TO WS-RECON-THRU
           OPEN INPUT CTLSUM-FILE
           IF WS-SUM-STATUS = "00"
               READ CTLSUM-FILE INTO CTLSUM-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTLSUM-RUN-DATE TO WS-RECON-THRU
               END-READ
               CLOSE CTLSUM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RECON-THRU = SPACES
               WHEN WS-RECON-THRU IS NOT NUMERIC
                   DISPLAY "CTLCRT01: NO RECONCILIATION TOTALS ON "
                       "CTLSUM, STATUS=" WS-SUM-STATUS
                       " - CANNOT CERTIFY"
                   MOVE 16 TO WS-RETURN-CODE
               WHEN WS-RECON-THRU (1:6) NOT > WS-PERIOD
                   DISPLAY "CTLCRT01: LAST RECONCILIATION "
                       WS-RECON-THRU " - LATER ISSUES IN "
                       WS-PERIOD " REPORT AS NOT RECONCILED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-OPEN-FILES.
           OPEN INPUT CTLAUDI-FILE
           OPEN INPUT CTLVOID-FILE
           OPEN INPUT CTLRCLM-FILE
           OPEN INPUT CTLSUS-FILE
           OPEN OUTPUT CTLCRX-FILE
           IF WS-AUD-STATUS NOT = "00"
               OR WS-VOD-STATUS NOT = "00"
               OR WS-RCM-STATUS NOT = "00"
               OR WS-SUS-STATUS NOT = "00"
               OR WS-CRX-STATUS NOT = "00"
               DISPLAY "CTLCRT01: UNABLE TO OPEN FILES, AUD="
                   WS-AUD-STATUS " VOID=" WS-VOD-STATUS
                   " RCLM=" WS-RCM-STATUS " SUS=" WS-SUS-STATUS
                   " CRX=" WS-CRX-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       1400-WRITE-HEADINGS.
           MOVE SPACES TO CTLCRP-RECORD
           STRING "CTLCRT01 SEQUENCE CONTINUITY DETAIL - PERIOD "
               WS-PERIOD " - RUN " WS-CD-DATE
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           STRING "RECONCILED THROUGH " WS-RECON-THRU
               " - POSTED MEANS MATCHED ON A RECONCILIATION"
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "CONTROL-NUMBER SEQUENCE CONTINUITY CERTIFICATE"
               " - PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "PREPARED " WS-CD-DATE " BY CTLCRT01 - "
               "RECONCILED THROUGH " WS-RECON-THRU
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE WS-SGN-HEADING TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRT-RECORD
           MOVE "HDR" TO CTLCRT-REC-TYPE
           MOVE WS-PERIOD TO CTLCRT-HDR-PERIOD
           MOVE WS-CD-DATE TO CTLCRT-HDR-RUN-DATE
           MOVE WS-RECON-THRU TO CTLCRT-HDR-RECON-THRU
           PERFORM 6950-PUT-CRX.

      *    EVERY AUDIT RECORD IS LOOKED AT, NOT JUST THE PERIOD'S -
      *    AN EARLIER ISSUE IN THE SAME SERIES IS WHERE THE PERIOD'S
      *    RUN MUST PICK UP FROM, AND A LATER ONE IS SIMPLY PASSED.
       2000-READ-AUDIT.
           READ CTLAUDI-FILE INTO CTLAUD-RECORD
               AT END
                   SET WS-AUD-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-ONE-ISSUE
           END-READ.

       2100-CHECK-ONE-ISSUE.
           MOVE CTLAUD-CTL-NUMBER TO WS-NBR-WORK
           MOVE CTLAUD-COMPANY TO WS-AUD-SER-COMPANY
           MOVE CTLAUD-DOC-TYPE TO WS-AUD-SER-DOC-TYPE
           MOVE WS-NBR-PREFIX TO WS-AUD-SER-PREFIX
           IF WS-AUD-SER-KEY NOT = WS-SER-KEY
               PERFORM 4000-CLOSE-SERIES
               PERFORM 2200-START-SERIES
           END-IF
           EVALUATE TRUE
               WHEN CTLAUD-ISSUE-DATE (1:6) < WS-PERIOD
                   IF NOT WS-SER-HAS-ISSUES
                       MOVE CTLAUD-CTL-NUMBER TO WS-SER-PRIOR-LAST
                   END-IF
               WHEN CTLAUD-ISSUE-DATE (1:6) > WS-PERIOD
                   CONTINUE
               WHEN OTHER
                   PERFORM 3000-ACCOUNT-FOR-ISSUE
           END-EVALUATE.

       2200-START-SERIES.
           MOVE WS-AUD-SER-KEY TO WS-SER-KEY
           MOVE "N" TO WS-SER-ISSUES-SW
           MOVE ZEROES TO WS-SER-PRIOR-LAST
           MOVE ZEROES TO WS-SER-FIRST
           MOVE ZEROES TO WS-SER-LAST
           MOVE ZEROES TO WS-SER-COUNTS.

       2300-READ-VOID.
           READ CTLVOID-FILE INTO CTLVOD-RECORD
               AT END
                   SET WS-VOD-AT-EOF TO TRUE
           END-READ.

       2350-READ-RECLAIM.
           READ CTLRCLM-FILE INTO CTLRCL-RECORD
               AT END
                   SET WS-RCM-AT-EOF TO TRUE
           END-READ.

       2400-READ-SUSPENSE.
           READ CTLSUS-FILE INTO CTLSUS-RECORD
               AT END
                   SET WS-SUS-AT-EOF TO TRUE
           END-READ.

      *    THE PERIOD'S ISSUES FOR A SERIES ARRIVE IN NUMBER ORDER,
      *    SO EACH MUST BE EXACTLY ONE PAST THE LAST.  A JUMP IS A
      *    BREAK - THE SKIPPED NUMBERS HAVE NO AUDIT RECORD AT ALL;
      *    A REPEAT IS A DUPLICATE ISSUE AND IS NOT COUNTED TWICE.
       3000-ACCOUNT-FOR-ISSUE.
           MOVE "N" TO WS-DUP-SW
           EVALUATE TRUE
               WHEN NOT WS-SER-HAS-ISSUES
                   PERFORM 3050-OPEN-SERIES-IN-PERIOD
               WHEN CTLAUD-CTL-NUMBER = WS-SER-LAST
                   SET WS-DUP-ISSUE TO TRUE
                   PERFORM 3850-REPORT-DUPLICATE
               WHEN CTLAUD-CTL-NUMBER > WS-SER-LAST + 1
                   COMPUTE WS-BRK-FROM = WS-SER-LAST + 1
                   COMPUTE WS-BRK-TO = CTLAUD-CTL-NUMBER - 1
                   PERFORM 3800-REPORT-BREAK
           END-EVALUATE
           IF NOT WS-DUP-ISSUE
               MOVE CTLAUD-CTL-NUMBER TO WS-SER-LAST
               ADD 1 TO WS-SER-ISSUED
               PERFORM 3100-CLASSIFY-ISSUE
           END-IF.

      *    THE SERIES' FIRST ISSUE OF THE PERIOD MUST FOLLOW ON FROM
      *    ITS LAST ISSUE BEFORE IT.  A SERIES WITH NOTHING EARLIER
      *    ON FILE (NEW, OR JUST RESET AT A FISCAL YEAR-END) STARTS
      *    WHEREVER ITS FIRST NUMBER IS.
       3050-OPEN-SERIES-IN-PERIOD.
           SET WS-SER-HAS-ISSUES TO TRUE
           MOVE CTLAUD-CTL-NUMBER TO WS-SER-FIRST
           MOVE SPACES TO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           STRING "SERIES " WS-SER-COMPANY " " WS-SER-DOC-TYPE
               " PREFIX " WS-SER-PREFIX
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           IF WS-SER-PRIOR-LAST = 0
               MOVE "  NO EARLIER ISSUE IN THIS SERIES ON FILE"
                   TO CTLCRP-RECORD
               WRITE CTLCRP-RECORD
           ELSE
               STRING "  LAST ISSUE BEFORE THE PERIOD "
                   WS-SER-PRIOR-LAST
                   DELIMITED BY SIZE INTO CTLCRP-RECORD
               WRITE CTLCRP-RECORD
               IF CTLAUD-CTL-NUMBER > WS-SER-PRIOR-LAST + 1
                   COMPUTE WS-BRK-FROM = WS-SER-PRIOR-LAST + 1
                   COMPUTE WS-BRK-TO = CTLAUD-CTL-NUMBER - 1
                   PERFORM 3800-REPORT-BREAK
               END-IF
           END-IF.

      *    WALK THE SORTED RECLAIM, VOID, AND SUSPENSE FILES FORWARD
      *    TO THE ISSUE, THEN SAY HOW IT WAS ACCOUNTED FOR - THE
      *    SAME PRECEDENCE CTLREC01 APPLIES TO AN UNPOSTED NUMBER.
       3100-CLASSIFY-ISSUE.
           PERFORM 2350-READ-RECLAIM
               UNTIL WS-RCM-AT-EOF
                   OR CTLRCL-COMPANY > CTLAUD-COMPANY
                   OR (CTLRCL-COMPANY = CTLAUD-COMPANY
                       AND CTLRCL-DOC-TYPE > CTLAUD-DOC-TYPE)
                   OR (CTLRCL-COMPANY = CTLAUD-COMPANY
                       AND CTLRCL-DOC-TYPE = CTLAUD-DOC-TYPE
                       AND CTLRCL-CTL-NUMBER-TO
                           >= CTLAUD-CTL-NUMBER)
           PERFORM 2300-READ-VOID
               UNTIL WS-VOD-AT-EOF
                   OR CTLVOD-COMPANY > CTLAUD-COMPANY
                   OR (CTLVOD-COMPANY = CTLAUD-COMPANY
                       AND CTLVOD-DOC-TYPE > CTLAUD-DOC-TYPE)
                   OR (CTLVOD-COMPANY = CTLAUD-COMPANY
                       AND CTLVOD-DOC-TYPE = CTLAUD-DOC-TYPE
                       AND CTLVOD-CTL-NUMBER >= CTLAUD-CTL-NUMBER)
           PERFORM 2400-READ-SUSPENSE
               UNTIL WS-SUS-AT-EOF
                   OR CTLSUS-COMPANY > CTLAUD-COMPANY
                   OR (CTLSUS-COMPANY = CTLAUD-COMPANY
                       AND CTLSUS-DOC-TYPE > CTLAUD-DOC-TYPE)
                   OR (CTLSUS-COMPANY = CTLAUD-COMPANY
                       AND CTLSUS-DOC-TYPE = CTLAUD-DOC-TYPE
                       AND CTLSUS-CTL-NUMBER >= CTLAUD-CTL-NUMBER)
           EVALUATE TRUE
               WHEN NOT WS-RCM-AT-EOF
                   AND CTLRCL-COMPANY = CTLAUD-COMPANY
                   AND CTLRCL-DOC-TYPE = CTLAUD-DOC-TYPE
                   AND CTLRCL-CTL-NUMBER-FROM <= CTLAUD-CTL-NUMBER
                   AND CTLRCL-CTL-NUMBER-TO >= CTLAUD-CTL-NUMBER
                   PERFORM 3500-ACCOUNT-RECLAIMED
               WHEN NOT WS-VOD-AT-EOF
                   AND CTLVOD-COMPANY = CTLAUD-COMPANY
                   AND CTLVOD-DOC-TYPE = CTLAUD-DOC-TYPE
                   AND CTLVOD-CTL-NUMBER = CTLAUD-CTL-NUMBER
                   PERFORM 3400-ACCOUNT-VOIDED
               WHEN NOT WS-SUS-AT-EOF
                   AND CTLSUS-COMPANY = CTLAUD-COMPANY
                   AND CTLSUS-DOC-TYPE = CTLAUD-DOC-TYPE
                   AND CTLSUS-CTL-NUMBER = CTLAUD-CTL-NUMBER
                   PERFORM 3600-ACCOUNT-SUSPENSE
               WHEN CTLAUD-ISSUE-DATE > WS-RECON-THRU
                   PERFORM 3700-ACCOUNT-UNRECONCILED
               WHEN OTHER
                   PERFORM 3300-ACCOUNT-POSTED
           END-EVALUATE.

      *    POSTED NUMBERS ARE THE BULK OF EVERY SERIES - COUNTED ON
      *    THE REPORT, ONE RECORD EACH ON THE AUDITORS' COPY.
       3300-ACCOUNT-POSTED.
           ADD 1 TO WS-SER-POSTED
           PERFORM 6800-START-CRX-NUMBER
           MOVE "PST" TO CTLCRT-REC-TYPE
           MOVE CTLAUD-ISSUE-DATE TO CTLCRT-EVENT-DATE
           PERFORM 6900-WRITE-CRX-DETAIL.

       3400-ACCOUNT-VOIDED.
           ADD 1 TO WS-SER-VOIDED
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  VOIDED    " CTLVOD-CTL-NUMBER
               " ON " CTLVOD-VOID-DATE " BY " CTLVOD-OPER-ID
               " " CTLVOD-REASON
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           PERFORM 6800-START-CRX-NUMBER
           MOVE "VOD" TO CTLCRT-REC-TYPE
           MOVE CTLVOD-VOID-DATE TO CTLCRT-EVENT-DATE
           MOVE CTLVOD-OPER-ID TO CTLCRT-OPER-ID
           MOVE CTLVOD-REASON TO CTLCRT-REASON
           PERFORM 6900-WRITE-CRX-DETAIL.

       3500-ACCOUNT-RECLAIMED.
           ADD 1 TO WS-SER-RECLAIM
           MOVE CTLRCL-COMPANY TO WS-CRR-COMPANY
           MOVE CTLRCL-DOC-TYPE TO WS-CRR-DOC-TYPE
           MOVE CTLRCL-CTL-NUMBER-FROM TO WS-CRR-FROM
           MOVE CTLRCL-CTL-NUMBER-TO TO WS-CRR-TO
           IF WS-CURR-RCL-RANGE NOT = WS-PREV-RCL-RANGE
               MOVE WS-CURR-RCL-RANGE TO WS-PREV-RCL-RANGE
               MOVE SPACES TO CTLCRP-RECORD
               STRING "  RECLAIMED " CTLRCL-CTL-NUMBER-FROM
                   "-" CTLRCL-CTL-NUMBER-TO
                   " ON " CTLRCL-RCL-DATE " BY " CTLRCL-OPER-ID
                   " " CTLRCL-REASON
                   DELIMITED BY SIZE INTO CTLCRP-RECORD
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               WRITE CTLCRP-RECORD
           END-IF
           PERFORM 6800-START-CRX-NUMBER
           MOVE "RCL" TO CTLCRT-REC-TYPE
           MOVE CTLRCL-RCL-DATE TO CTLCRT-EVENT-DATE
           MOVE CTLRCL-OPER-ID TO CTLCRT-OPER-ID
           MOVE CTLRCL-REASON TO CTLCRT-REASON
           PERFORM 6900-WRITE-CRX-DETAIL.

       3600-ACCOUNT-SUSPENSE.
           ADD 1 TO WS-SER-SUSPENSE
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  SUSPENSE  " CTLSUS-CTL-NUMBER
               " ISSUED " CTLSUS-ISSUE-DATE
               " OPEN SINCE " CTLSUS-FIRST-SEEN
               " TRN " CTLSUS-TRN-KEY
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           PERFORM 6800-START-CRX-NUMBER
           MOVE "SUS" TO CTLCRT-REC-TYPE
           MOVE CTLSUS-FIRST-SEEN TO CTLCRT-EVENT-DATE
           PERFORM 6900-WRITE-CRX-DETAIL.

       3700-ACCOUNT-UNRECONCILED.
           ADD 1 TO WS-SER-UNRECON
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  NOT RECON " CTLAUD-CTL-NUMBER
               " ISSUED " CTLAUD-ISSUE-DATE
               " AFTER THE LAST RECONCILIATION"
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           PERFORM 6800-START-CRX-NUMBER
           MOVE "UNR" TO CTLCRT-REC-TYPE
           MOVE CTLAUD-ISSUE-DATE TO CTLCRT-EVENT-DATE
           MOVE "NOT YET RECONCILED" TO CTLCRT-REASON
           PERFORM 6900-WRITE-CRX-DETAIL.

      *    AN UNACCOUNTED BREAK - NUMBERS WITH NO AUDIT RECORD, SO
      *    NOTHING ELSE CAN ACCOUNT FOR THEM.  A COUNTER MOVED BY
      *    HAND (CTLMAUD) SHOWS UP HERE TOO; THAT IS FOR THE
      *    CONTROLLER TO EXPLAIN, NOT FOR THIS PROGRAM TO EXCUSE.
       3800-REPORT-BREAK.
           COMPUTE WS-BRK-QTY = WS-BRK-TO - WS-BRK-FROM + 1
           ADD WS-BRK-QTY TO WS-SER-MISSING
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  ** BREAK  " WS-BRK-FROM " THRU " WS-BRK-TO
               " - " WS-BRK-QTY " NOT ON AUDIT LOG"
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRT-RECORD
           MOVE "BRK" TO CTLCRT-REC-TYPE
           MOVE WS-SER-COMPANY TO CTLCRT-COMPANY
           MOVE WS-SER-DOC-TYPE TO CTLCRT-DOC-TYPE
           MOVE WS-BRK-FROM TO CTLCRT-CTL-NUMBER
           MOVE WS-BRK-TO TO CTLCRT-THRU-NUMBER
           MOVE "NOT ON AUDIT LOG" TO CTLCRT-REASON
           PERFORM 6900-WRITE-CRX-DETAIL.

       3850-REPORT-DUPLICATE.
           ADD 1 TO WS-SER-DUPS
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  ** DUPLICATE " CTLAUD-CTL-NUMBER
               " ISSUED AGAIN " CTLAUD-ISSUE-DATE
               " TRN " CTLAUD-TRN-KEY
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           PERFORM 6800-START-CRX-NUMBER
           MOVE "DUP" TO CTLCRT-REC-TYPE
           MOVE CTLAUD-ISSUE-DATE TO CTLCRT-EVENT-DATE
           MOVE "DUPLICATE ISSUE" TO CTLCRT-REASON
           PERFORM 6900-WRITE-CRX-DETAIL.

      *    A SERIES IS CERTIFIED ONLY WHEN EVERY NUMBER FROM ITS
      *    LAST EARLIER ISSUE THROUGH ITS LAST ISSUE OF THE PERIOD
      *    IS ON THE AUDIT LOG EXACTLY ONCE AND IS POSTED, VOIDED,
      *    RECLAIMED, OR OPEN IN SUSPENSE.
       4000-CLOSE-SERIES.
           IF WS-SER-HAS-ISSUES
               COMPUTE WS-SER-EXCEPTIONS = WS-SER-UNRECON
                   + WS-SER-DUPS + WS-SER-MISSING
               ADD 1 TO WS-TOT-SERIES
               IF WS-SER-EXCEPTIONS = 0
                   MOVE "C" TO WS-SER-RESULT
               ELSE
                   MOVE "E" TO WS-SER-RESULT
                   ADD 1 TO WS-TOT-EXC-SERIES
               END-IF
               ADD WS-SER-ISSUED TO WS-TOT-ISSUED
               ADD WS-SER-POSTED TO WS-TOT-POSTED
               ADD WS-SER-VOIDED TO WS-TOT-VOIDED
               ADD WS-SER-RECLAIM TO WS-TOT-RECLAIM
               ADD WS-SER-SUSPENSE TO WS-TOT-SUSPENSE
               ADD WS-SER-UNRECON TO WS-TOT-UNRECON
               ADD WS-SER-DUPS TO WS-TOT-DUPS
               ADD WS-SER-MISSING TO WS-TOT-MISSING
               PERFORM 4100-PRINT-SERIES-TOTALS
               PERFORM 4200-WRITE-SERIES-RECORD
               PERFORM 4300-WRITE-SIGN-OFF-LINE
               MOVE "N" TO WS-SER-ISSUES-SW
           END-IF.

       4100-PRINT-SERIES-TOTALS.
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  FIRST " WS-SER-FIRST " LAST " WS-SER-LAST
               " ISSUED " WS-SER-ISSUED " POSTED " WS-SER-POSTED
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  VOIDED " WS-SER-VOIDED
               " RECLAIMED " WS-SER-RECLAIM
               " SUSPENSE " WS-SER-SUSPENSE
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           STRING "  NOT RECON " WS-SER-UNRECON
               " DUPLICATES " WS-SER-DUPS
               " MISSING " WS-SER-MISSING
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           IF WS-SER-CERTIFIED
               MOVE "  RESULT: CONTINUOUS - EVERY NUMBER ACCOUNTED FOR"
                   TO CTLCRP-RECORD
           ELSE
               MOVE "  RESULT: NOT CERTIFIED - EXCEPTIONS LISTED ABOVE"
                   TO CTLCRP-RECORD
           END-IF
           WRITE CTLCRP-RECORD.

       4200-WRITE-SERIES-RECORD.
           MOVE SPACES TO CTLCRT-RECORD
           MOVE "SER" TO CTLCRT-REC-TYPE
           MOVE WS-SER-COMPANY TO CTLCRT-SER-COMPANY
           MOVE WS-SER-DOC-TYPE TO CTLCRT-SER-DOC-TYPE
           MOVE WS-SER-FIRST TO CTLCRT-SER-FIRST
           MOVE WS-SER-LAST TO CTLCRT-SER-LAST
           MOVE WS-SER-ISSUED TO CTLCRT-SER-ISSUED
           MOVE WS-SER-POSTED TO CTLCRT-SER-POSTED
           MOVE WS-SER-VOIDED TO CTLCRT-SER-VOIDED
           MOVE WS-SER-RECLAIM TO CTLCRT-SER-RECLAIM
           MOVE WS-SER-SUSPENSE TO CTLCRT-SER-SUSPENSE
           MOVE WS-SER-UNRECON TO CTLCRT-SER-UNRECON
           MOVE WS-SER-DUPS TO CTLCRT-SER-DUPS
           MOVE WS-SER-MISSING TO CTLCRT-SER-MISSING
           MOVE WS-SER-RESULT TO CTLCRT-SER-RESULT
           PERFORM 6900-WRITE-CRX-DETAIL.

       4300-WRITE-SIGN-OFF-LINE.
           MOVE WS-SER-COMPANY TO WS-SGN-COMPANY
           MOVE WS-SER-DOC-TYPE TO WS-SGN-DOC-TYPE
           MOVE WS-SER-FIRST TO WS-SGN-FIRST
           MOVE WS-SER-LAST TO WS-SGN-LAST
           MOVE WS-SER-ISSUED TO WS-SGN-ISSUED
           MOVE WS-SER-POSTED TO WS-SGN-POSTED
           MOVE WS-SER-VOIDED TO WS-SGN-VOIDED
           MOVE WS-SER-RECLAIM TO WS-SGN-RECLAIM
           MOVE WS-SER-SUSPENSE TO WS-SGN-SUSPENSE
           MOVE WS-SER-EXCEPTIONS TO WS-SGN-EXCEPTIONS
           IF WS-SER-CERTIFIED
               MOVE "OK" TO WS-SGN-RESULT
           ELSE
               MOVE "EXC" TO WS-SGN-RESULT
           END-IF
           MOVE WS-SGN-LINE TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD.

      *    EVERY NUMBER-LEVEL RECORD ON THE AUDITORS' COPY STARTS
      *    FROM THE AUDIT RECORD BEING ACCOUNTED FOR.
       6800-START-CRX-NUMBER.
           MOVE SPACES TO CTLCRT-RECORD
           MOVE CTLAUD-COMPANY TO CTLCRT-COMPANY
           MOVE CTLAUD-DOC-TYPE TO CTLCRT-DOC-TYPE
           MOVE CTLAUD-CTL-NUMBER TO CTLCRT-CTL-NUMBER
           MOVE CTLAUD-CTL-NUMBER TO CTLCRT-THRU-NUMBER
           MOVE CTLAUD-TRN-KEY TO CTLCRT-TRN-KEY.

       6900-WRITE-CRX-DETAIL.
           ADD 1 TO WS-CRX-COUNT
           PERFORM 6950-PUT-CRX.

      *    A SHORT AUDITORS' COPY IS WORSE THAN NONE - A WRITE
      *    FAILURE STOPS THE PASS, AND WITHOUT ITS TRAILER THE COPY
      *    CANNOT BE MISTAKEN FOR A COMPLETE ONE.
       6950-PUT-CRX.
           IF WS-RETURN-CODE < 16
               MOVE CTLCRT-RECORD TO CTLCRX-FILE-RECORD
               WRITE CTLCRX-FILE-RECORD
               IF WS-CRX-STATUS NOT = "00"
                   DISPLAY "CTLCRT01: CTLCRX WRITE FAILED, STATUS="
                       WS-CRX-STATUS " - CERTIFICATE NOT PRODUCED"
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-AUD-AT-EOF TO TRUE
               END-IF
           END-IF.

       7000-WRITE-TRAILER.
           MOVE SPACES TO CTLCRT-RECORD
           MOVE "TRL" TO CTLCRT-REC-TYPE
           MOVE WS-CRX-COUNT TO CTLCRT-TRL-RECORDS
           MOVE WS-TOT-SERIES TO CTLCRT-TRL-SERIES
           MOVE WS-TOT-ISSUED TO CTLCRT-TRL-ISSUED
           MOVE WS-TOT-POSTED TO CTLCRT-TRL-POSTED
           MOVE WS-TOT-VOIDED TO CTLCRT-TRL-VOIDED
           MOVE WS-TOT-RECLAIM TO CTLCRT-TRL-RECLAIM
           MOVE WS-TOT-SUSPENSE TO CTLCRT-TRL-SUSPENSE
           MOVE WS-TOT-UNRECON TO CTLCRT-TRL-UNRECON
           MOVE WS-TOT-DUPS TO CTLCRT-TRL-DUPS
           MOVE WS-TOT-MISSING TO CTLCRT-TRL-MISSING
           IF WS-TOT-EXC-SERIES = 0
               MOVE "C" TO CTLCRT-TRL-RESULT
           ELSE
               MOVE "E" TO CTLCRT-TRL-RESULT
           END-IF
           PERFORM 6950-PUT-CRX
           MOVE SPACES TO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           MOVE SPACES TO CTLCRP-RECORD
           STRING "SUMMARY PERIOD=" WS-PERIOD
               " SERIES=" WS-TOT-SERIES
               " EXCEPTION SERIES=" WS-TOT-EXC-SERIES
               " ISSUED=" WS-TOT-ISSUED
               DELIMITED BY SIZE INTO CTLCRP-RECORD
           WRITE CTLCRP-RECORD
           DISPLAY CTLCRP-RECORD
           IF WS-TOT-EXC-SERIES > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    THE PAGE THE CONTROLLER SIGNS - THE SERIES TABLE IS
      *    ALREADY ON IT; THIS ADDS THE TOTALS, THE VERDICT, AND THE
      *    SIGNATURE BLOCK.
       7500-WRITE-SIGN-OFF.
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "PERIOD TOTALS  SERIES " WS-TOT-SERIES
               "  ISSUED " WS-TOT-ISSUED
               "  POSTED " WS-TOT-POSTED
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "               VOIDED " WS-TOT-VOIDED
               "  RECLAIMED " WS-TOT-RECLAIM
               "  SUSPENSE " WS-TOT-SUSPENSE
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "               NOT RECONCILED " WS-TOT-UNRECON
               "  DUPLICATES " WS-TOT-DUPS
               "  MISSING " WS-TOT-MISSING
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           EVALUATE TRUE
               WHEN WS-TOT-SERIES = 0
                   MOVE "NO CONTROL NUMBERS WERE ISSUED IN THE PERIOD"
                       TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
               WHEN WS-TOT-EXC-SERIES = 0
                   MOVE "CERTIFIED CONTINUOUS: EVERY NUMBER ISSUED IN"
                       TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
                   MOVE "THE PERIOD IS ACCOUNTED FOR AS POSTED, VOIDED,"
                       TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
                   MOVE "RECLAIMED, OR OPEN IN RECONCILIATION SUSPENSE."
                       TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
               WHEN OTHER
                   MOVE SPACES TO CTLCRS-RECORD
                   STRING "NOT CERTIFIED: " WS-TOT-EXC-SERIES
                       " SERIES HAVE BREAKS, DUPLICATE ISSUES, OR"
                       DELIMITED BY SIZE INTO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
                   MOVE "UNRECONCILED NUMBERS - SEE THE CTLCRT01 DETAIL"
                       TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
                   MOVE "REPORT FOR EACH ONE." TO CTLCRS-RECORD
                   WRITE CTLCRS-RECORD
           END-EVALUATE
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "MACHINE-READABLE COPY: " WS-CRX-COUNT
               " DETAIL RECORDS BETWEEN HDR AND TRL"
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE "PREPARED BY: ______________________________  "
               TO CTLCRS-RECORD
           MOVE "DATE: __________" TO CTLCRS-RECORD (47:16)
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE "CONTROLLER:  ______________________________  "
               TO CTLCRS-RECORD
           MOVE "DATE: __________" TO CTLCRS-RECORD (47:16)
           WRITE CTLCRS-RECORD.

      *    A FAILED RUN STILL LEAVES A SIGN-OFF PAGE - ONE THAT
      *    CANNOT BE MISTAKEN FOR A CERTIFICATE.
       7900-WRITE-NO-CERTIFICATE.
           MOVE SPACES TO CTLCRS-RECORD
           WRITE CTLCRS-RECORD
           MOVE SPACES TO CTLCRS-RECORD
           STRING "NO CERTIFICATE FOR PERIOD " WS-PERIOD
               " - THE RUN ENDED IN ERROR (SEE SYSOUT)."
               DELIMITED BY SIZE INTO CTLCRS-RECORD
           WRITE CTLCRS-RECORD.

       8000-TERMINATE.
           CLOSE CTLAUDI-FILE
           CLOSE CTLVOID-FILE
           CLOSE CTLRCLM-FILE
           CLOSE CTLSUS-FILE
           CLOSE CTLCRX-FILE
           CLOSE CTLCRP-FILE
           CLOSE CTLCRS-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLCRT01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCRT01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCRT01: RUN-CONTROL END STAMP FAILED"
           END-IF.
