       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLVER01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLVER01 - NIGHTLY COUNTER-INTEGRITY CHECK                 *
      *    PROVES EVERY CTLCTL COUNTER IS AT OR ABOVE THE HIGHEST     *
      *    NUMBER ALREADY HANDED OUT OF ITS SERIES.  A BAD CTLMNT01   *
      *    ADJUSTMENT, A KSDS RESTORED FROM AN OLD BACKUP, OR A       *
      *    BOTCHED IDCAMS REPRO CAN LEAVE A COUNTER BEHIND THE AUDIT  *
      *    LOG, AND CTLNBR01 AND CTLISS00 WOULD THEN REISSUE NUMBERS  *
      *    THAT ARE ALREADY ON DOCUMENTS WITHOUT KNOWING IT.          *
      *                                                               *
      *    ONE PASS OF THE LIVE AUDIT LOG AND ONE OF THE CTLPND OPEN  *
      *    RESERVATIONS BUILD A HIGH-WATER TABLE PER                  *
      *    COMPANY/DOC-TYPE/YEAR PREFIX; EACH COUNTER IS THEN         *
      *    COMPARED WITH THE HIGH-WATER MARKS FOR ITS OWN             *
      *    CTLCTL-YEAR, OR WITH THOSE OF THE HIGHEST PREFIX ITS       *
      *    SERIES HAS ISSUED UNDER WHEN THAT IS LATER THAN            *
      *    CTLCTL-YEAR (A STALE YEAR PREFIX).  A COUNTER BEHIND       *
      *    EITHER MARK, OR ON A STALE PREFIX, PAGES ON-CALL THROUGH   *
      *    CTLALRT0 (EVENT CBHD) AND DRIVES RC=4.  SO DOES A SERIES   *
      *    THAT HAS ISSUED NUMBERS BUT HAS NO COUNTER AT ALL - IT IS  *
      *    LISTED AS NO COUNTER, SINCE THE NEXT TRANSACTION WOULD     *
      *    START IT AGAIN FROM THE SEED.                              *
      *                                                               *
      *    REBUILD MODE (CTLPRM COL 1 = R) IS THE DISASTER-RECOVERY   *
      *    PATH: EVERY BEHIND COUNTER IN THE CARD'S SCOPE IS SET TO   *
      *    THE HIGHEST SEQUENCE THE AUDIT LOG AND THE RESERVATIONS    *
      *    PROVE WAS ISSUED, A STALE-PREFIX COUNTER MOVING TO THE     *
      *    LATER PREFIX AS WELL, UNDER THE SAME CTLOPR AUTHORITY      *
      *    RULES CTLMNT01 APPLIES - THE OPERATOR MUST HOLD            *
      *    MAINTENANCE AUTHORITY AND THE SIGN-OFF MUST BE A           *
      *    DIFFERENT, SUPERVISOR-PRIVILEGED ID, BOTH COVERING THE     *
      *    COMPANY.  EVERY REBUILD AND EVERY REFUSAL GOES TO CTLMAUD. *
      *    A COUNTER IS NEVER LOWERED, AND ONE ALREADY AT OR ABOVE    *
      *    ITS HIGH-WATER MARK IS NEVER TOUCHED.                      *
      *                                                               *
      *    CTLPRM CARD -                                              *
      *      COL  1     MODE, V (OR BLANK) VERIFY, R REBUILD          *
      *      COLS 3-10  OPERATOR ID (REBUILD ONLY)                    *
      *      COLS 12-19 SUPERVISOR SIGN-OFF ID (REBUILD ONLY)         *
      *      COLS 21-23 COMPANY TO REBUILD, BLANK FOR EVERY COMPANY   *
      *      COLS 24-27 DOC TYPE TO REBUILD, BLANK FOR EVERY TYPE     *
      *                                                               *
      *    RETURNS 0 WHEN EVERY COUNTER IS AT OR ABOVE ITS HIGH-WATER *
      *    MARK, 4 WHEN ANY WAS BEHIND OR ON A STALE PREFIX (REBUILT  *
      *    OR NOT), ANY SERIES HAD NO COUNTER, ANY REBUILD WAS        *
      *    REFUSED, OR THE TABLE FILLED, 16 ON A FILE ERROR OR A      *
      *    REBUILD CARD WITHOUT BOTH IDS - THAT CARD STILL GETS THE   *
      *    FULL VERIFY REPORT FIRST.                                  *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  STALE YEAR PREFIX CHECK AND REPAIR, NO COUNTER *
      *                LISTING FOR ISSUED SERIES WITHOUT A CTLCTL     *
      *                RECORD, AND A REFUSED REBUILD CARD NOW         *
      *                VERIFIES IN FULL BEFORE ENDING RC=16.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLAUDI-FILE ASSIGN TO "CTLAUDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CTLCTL-FILE ASSIGN TO "CTLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CTLPND-FILE ASSIGN TO "CTLPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLPND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT CTLOPR-FILE ASSIGN TO "CTLOPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLOPR-KEY
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CTLMAUD-FILE ASSIGN TO "CTLMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAU-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLVRP-FILE ASSIGN TO "CTLVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLAUDI-FILE
           RECORDING MODE IS F.
       01  CTLAUDI-RECORD             PIC X(44).

       FD  CTLCTL-FILE.
       COPY CTLCTLR.

       FD  CTLPND-FILE.
       COPY CTLPNDR.

       FD  CTLOPR-FILE.
       COPY CTLOPRR.

       FD  CTLMAUD-FILE
           RECORDING MODE IS F.
       01  CTLMAUD-FILE-RECORD        PIC X(61).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-MODE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CTLPRM-OPER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-SUPV-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-COMPANY          PIC X(03).
           05  CTLPRM-DOC-TYPE         PIC X(04).
           05  FILLER                  PIC X(53).

       FD  CTLVRP-FILE
           RECORDING MODE IS F.
       01  CTLVRP-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLMAUR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-AUD-STATUS              PIC X(02) VALUE "00".
       01  WS-CTL-STATUS              PIC X(02) VALUE "00".
       01  WS-PND-STATUS              PIC X(02) VALUE "00".
       01  WS-OPR-STATUS              PIC X(02) VALUE "00".
       01  WS-MAU-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-VRP-STATUS              PIC X(02) VALUE "00".

       01  WS-AUD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-END-OF-AUDIT                  VALUE "Y".
       01  WS-PND-EOF-SW              PIC X(01) VALUE "N".
           88  WS-END-OF-PENDING                VALUE "Y".
       01  WS-CTL-EOF-SW              PIC X(01) VALUE "N".
           88  WS-END-OF-COUNTERS               VALUE "Y".
       01  WS-HWM-FULL-SW             PIC X(01) VALUE "N".
           88  WS-HWM-TABLE-FULL                VALUE "Y".
       01  WS-MODE-SW                 PIC X(01) VALUE "V".
           88  WS-VERIFY-MODE                   VALUE "V".
           88  WS-REBUILD-MODE                  VALUE "R".
       01  WS-CARD-REFUSED-SW         PIC X(01) VALUE "N".
           88  WS-REBUILD-CARD-REFUSED          VALUE "Y".
       01  WS-MAU-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-MAU-FILE-OPEN                 VALUE "Y".
       01  WS-OPR-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-OPR-FILE-OPEN                 VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.
       01  WS-JOB-NAME                PIC X(08) VALUE "CTLVER01".
       01  WS-ALERT-EVENT             PIC X(04) VALUE "CBHD".
       01  WS-ALERT-MESSAGE           PIC X(60).

      *    THE REBUILD CARD - WHO IS DOING IT, WHO SIGNED, AND
      *    WHICH SERIES IT MAY TOUCH.
       01  WS-OPER-ID                 PIC X(08) VALUE SPACES.
       01  WS-SUPV-ID                 PIC X(08) VALUE SPACES.
       01  WS-SCOPE-COMPANY           PIC X(03) VALUE SPACES.
       01  WS-SCOPE-DOC-TYPE          PIC X(04) VALUE SPACES.

      *    A CONTROL NUMBER SPLIT BACK INTO ITS YEAR PREFIX AND
      *    SEQUENCE - THE SAME YEAR * 10000000 + SEQ RULE CTLNBR01
      *    BUILDS IT WITH.
       01  WS-SPLIT-YEAR              PIC 9(02).
       01  WS-SPLIT-SEQ               PIC 9(07).

      *    HIGH-WATER MARKS PER COMPANY/DOC-TYPE/YEAR PREFIX, BUILT
      *    FROM ONE PASS OF THE AUDIT LOG AND ONE OF THE PENDING
      *    RESERVATIONS.  KEYED ON THE YEAR TOO SO LAST YEAR'S ROWS
      *    STILL ON THE LIVE LOG BEFORE THE ARCHIVE RUN NEVER MAKE A
      *    FRESHLY ROLLED COUNTER LOOK BEHIND.  A FULL TABLE SAYS SO
      *    AND FORCES ATTENTION RATHER THAN PASSING THE SERIES IT
      *    COULD NOT TRACK.
       01  WS-HWM-TABLE.
           05  WS-HWM-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-HWM-IDX.
               10  WS-HWM-KEY.
                   15  WS-HWM-COMPANY  PIC X(03).
                   15  WS-HWM-DOC-TYPE PIC X(04).
                   15  WS-HWM-YEAR     PIC 9(02).
               10  WS-HWM-AUD-SEQ      PIC 9(07).
               10  WS-HWM-PND-SEQ      PIC 9(07).
               10  WS-HWM-MATCH-SW     PIC X(01).
                   88  WS-HWM-MATCHED           VALUE "Y".
       01  WS-HWM-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-HWM-MAX                 PIC 9(03) COMP VALUE 400.
       01  WS-SEEK-KEY.
           05  WS-SEEK-COMPANY         PIC X(03).
           05  WS-SEEK-DOC-TYPE        PIC X(04).
           05  WS-SEEK-YEAR            PIC 9(02).
       01  WS-SEEK-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SEEK-FOUND                    VALUE "Y".

       01  WS-SERIES-AUD-SEQ          PIC 9(07).
       01  WS-SERIES-PND-SEQ          PIC 9(07).
       01  WS-EXPECT-YEAR             PIC 9(02).
       01  WS-EXPECT-SEQ              PIC 9(07).
       01  WS-SHORTFALL               PIC 9(07).
       01  WS-OLD-YEAR                PIC 9(02).
       01  WS-OLD-SEQ                 PIC 9(07).

      *    THE HIGHEST YEAR PREFIX THE SERIES HAS ISSUED UNDER, ANY
      *    COUNTER YEAR, WITH ITS HIGH-WATER MARKS.  A COUNTER STILL
      *    ON AN EARLIER PREFIX WOULD REISSUE THAT YEAR'S NUMBERS
      *    THE MOMENT CTLNBR01 ROLLED IT FORWARD FROM THE SEED.
       01  WS-TOP-YEAR                PIC 9(02).
       01  WS-TOP-AUD-SEQ             PIC 9(07).
       01  WS-TOP-PND-SEQ             PIC 9(07).
       01  WS-STALE-SW                PIC X(01) VALUE "N".
           88  WS-YEAR-STALE                    VALUE "Y".
       01  WS-HIGH-NUMBER             PIC 9(09).
       01  WS-STATUS-TEXT             PIC X(26).

      *    THE AUTHORITY VERDICT - SPACES MEANS BOTH IDS PASSED,
      *    OTHERWISE THE CTLMAUR REFUSAL CODE THAT ALSO GOES ON THE
      *    MAINTENANCE LOG.
       01  WS-AUTH-FAIL               PIC X(08).
       01  WS-OPR-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-OPERATOR-ON-FILE              VALUE "Y".
       01  WS-COVER-SW                PIC X(01) VALUE "N".
           88  WS-COMPANY-COVERED               VALUE "Y".
       01  WS-SLOT-IDX                PIC 9(02) COMP.

       01  WS-AUDIT-COUNT             PIC 9(07) VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(07) VALUE 0.
       01  WS-SERIES-COUNT            PIC 9(07) VALUE 0.
       01  WS-BEHIND-COUNT            PIC 9(07) VALUE 0.
       01  WS-REBUILT-COUNT           PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(07) VALUE 0.
       01  WS-STALE-COUNT             PIC 9(07) VALUE 0.
       01  WS-NO-COUNTER-COUNT        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           PERFORM 2000-TALLY-ONE-AUDIT
               UNTIL WS-END-OF-AUDIT
           PERFORM 3000-TALLY-ONE-PENDING
               UNTIL WS-END-OF-PENDING
           PERFORM 4000-VERIFY-ONE-COUNTER
               UNTIL WS-END-OF-COUNTERS
           IF WS-RETURN-CODE NOT = 16
               PERFORM 6000-CHECK-ONE-HWM-ENTRY
                   VARYING WS-HWM-IDX FROM 1 BY 1
                   UNTIL WS-HWM-IDX > WS-HWM-COUNT
           END-IF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    THE CARD DECIDES HOW CTLCTL IS OPENED - A VERIFY RUN
      *    NEVER HOLDS THE COUNTERS FOR UPDATE, SO IT CAN RUN
      *    ALONGSIDE THE ONLINE SERVICE; A REBUILD OPENS THEM I-O
      *    AND BELONGS OUTSIDE THE ISSUING WINDOW.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1100-LOAD-PARAMETERS
           OPEN INPUT CTLAUDI-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "CTLVER01: UNABLE TO OPEN CTLAUDI, STATUS="
                   WS-AUD-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-REBUILD-MODE
               OPEN I-O CTLCTL-FILE
           ELSE
               OPEN INPUT CTLCTL-FILE
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CTLVER01: UNABLE TO OPEN CTLCTL, STATUS="
                   WS-CTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN INPUT CTLPND-FILE
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "CTLVER01: UNABLE TO OPEN CTLPND, STATUS="
                   WS-PND-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           IF WS-REBUILD-MODE
               PERFORM 1200-OPEN-REBUILD-FILES
           END-IF
           OPEN OUTPUT CTLVRP-FILE
           MOVE SPACES TO CTLVRP-RECORD
           STRING "CTLVER01 COUNTER INTEGRITY CHECK - " WS-CD-DATE
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           MOVE SPACES TO CTLVRP-RECORD
           IF WS-REBUILD-MODE
               STRING "  MODE REBUILD BY " WS-OPER-ID
                   " SIGNED " WS-SUPV-ID
                   " SCOPE " WS-SCOPE-COMPANY " " WS-SCOPE-DOC-TYPE
                   DELIMITED BY SIZE INTO CTLVRP-RECORD
           ELSE
               MOVE "  MODE VERIFY" TO CTLVRP-RECORD
           END-IF
           WRITE CTLVRP-RECORD
           MOVE SPACES TO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           MOVE "CO  TYPE YR COUNTER  AUDIT HI PEND HI  STATUS"
               TO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           IF WS-RETURN-CODE = 16
               SET WS-END-OF-AUDIT TO TRUE
               SET WS-END-OF-PENDING TO TRUE
               SET WS-END-OF-COUNTERS TO TRUE
           ELSE
               PERFORM 2100-READ-AUDIT
               PERFORM 3100-START-PENDING-SCAN
               PERFORM 4100-START-COUNTER-SCAN
           END-IF.

      *    NO CARD, OR A BLANK OR V MODE, IS A PLAIN VERIFY.  A
      *    REBUILD CARD WITHOUT BOTH IDS IS REFUSED OUTRIGHT - THE
      *    RUN STILL VERIFIES AND REPORTS, BUT TOUCHES NOTHING, AND
      *    ENDS RC=16 FROM THE SUMMARY SO THE BAD CARD IS NOT
      *    MISTAKEN FOR A CLEAN VERIFY.
       1100-LOAD-PARAMETERS.
           OPEN INPUT CTLPRM-FILE
           IF WS-PRM-STATUS = "00"
               READ CTLPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE CTLPRM-MODE
                           WHEN "R"
                               SET WS-REBUILD-MODE TO TRUE
                               MOVE CTLPRM-OPER-ID TO WS-OPER-ID
                               MOVE CTLPRM-SUPV-ID TO WS-SUPV-ID
                               MOVE CTLPRM-COMPANY TO WS-SCOPE-COMPANY
                               MOVE CTLPRM-DOC-TYPE
                                   TO WS-SCOPE-DOC-TYPE
                           WHEN "V"
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "CTLVER01: CTLPRM MODE "
                                   CTLPRM-MODE " NOT V OR R - "
                                   "VERIFYING ONLY"
                       END-EVALUATE
               END-READ
               CLOSE CTLPRM-FILE
           END-IF
           IF WS-REBUILD-MODE
               AND (WS-OPER-ID = SPACES OR WS-SUPV-ID = SPACES)
               DISPLAY "CTLVER01: REBUILD NEEDS OPERATOR AND "
                   "SUPERVISOR IDS - VERIFYING ONLY"
               SET WS-VERIFY-MODE TO TRUE
               SET WS-REBUILD-CARD-REFUSED TO TRUE
           END-IF.

      *    WITHOUT THE AUTHORITY MASTER NO ID CAN BE VERIFIED, AND
      *    WITHOUT THE MAINTENANCE LOG A REBUILD WOULD LEAVE NO
      *    TRACE - EITHER ONE MISSING STOPS THE RUN.
       1200-OPEN-REBUILD-FILES.
           OPEN INPUT CTLOPR-FILE
           IF WS-OPR-STATUS = "00"
               SET WS-OPR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CTLVER01: UNABLE TO OPEN CTLOPR, STATUS="
                   WS-OPR-STATUS " - REBUILD REFUSED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN EXTEND CTLMAUD-FILE
           IF WS-MAU-STATUS = "05" OR WS-MAU-STATUS = "35"
               OPEN OUTPUT CTLMAUD-FILE
           END-IF
           IF WS-MAU-STATUS = "00"
               SET WS-MAU-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CTLVER01: UNABLE TO OPEN CTLMAUD, STATUS="
                   WS-MAU-STATUS " - REBUILD REFUSED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       2000-TALLY-ONE-AUDIT.
           ADD 1 TO WS-AUDIT-COUNT
           MOVE CTLAUD-COMPANY TO WS-SEEK-COMPANY
           MOVE CTLAUD-DOC-TYPE TO WS-SEEK-DOC-TYPE
           DIVIDE CTLAUD-CTL-NUMBER BY 10000000
               GIVING WS-SPLIT-YEAR REMAINDER WS-SPLIT-SEQ
           MOVE WS-SPLIT-YEAR TO WS-SEEK-YEAR
           PERFORM 2200-FIND-HWM-ENTRY
           IF WS-SEEK-FOUND
               AND WS-SPLIT-SEQ > WS-HWM-AUD-SEQ (WS-HWM-IDX)
               MOVE WS-SPLIT-SEQ TO WS-HWM-AUD-SEQ (WS-HWM-IDX)
           END-IF
           PERFORM 2100-READ-AUDIT.

       2100-READ-AUDIT.
           READ CTLAUDI-FILE INTO CTLAUD-RECORD
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.

      *    LEAVES WS-HWM-IDX ON THE ENTRY FOR WS-SEEK-KEY, ADDING IT
      *    WHEN NEW.  WS-SEEK-FOUND IS OFF ONLY WHEN THE TABLE IS
      *    FULL AND THE KEY IS NOT ALREADY IN IT.
       2200-FIND-HWM-ENTRY.
           MOVE "N" TO WS-SEEK-FOUND-SW
           SET WS-HWM-IDX TO 1
           SEARCH WS-HWM-ENTRY
               AT END
                   PERFORM 2210-ADD-HWM-ENTRY
               WHEN WS-HWM-IDX > WS-HWM-COUNT
                   PERFORM 2210-ADD-HWM-ENTRY
               WHEN WS-HWM-KEY (WS-HWM-IDX) = WS-SEEK-KEY
                   SET WS-SEEK-FOUND TO TRUE
           END-SEARCH.

       2210-ADD-HWM-ENTRY.
           IF WS-HWM-COUNT >= WS-HWM-MAX
               IF NOT WS-HWM-TABLE-FULL
                   SET WS-HWM-TABLE-FULL TO TRUE
                   DISPLAY "CTLVER01: HIGH-WATER TABLE FULL AT "
                       WS-HWM-MAX " SERIES - CHECK INCOMPLETE"
               END-IF
           ELSE
               ADD 1 TO WS-HWM-COUNT
               SET WS-HWM-IDX TO WS-HWM-COUNT
               MOVE WS-SEEK-KEY TO WS-HWM-KEY (WS-HWM-IDX)
               MOVE ZEROES TO WS-HWM-AUD-SEQ (WS-HWM-IDX)
               MOVE ZEROES TO WS-HWM-PND-SEQ (WS-HWM-IDX)
               MOVE "N" TO WS-HWM-MATCH-SW (WS-HWM-IDX)
               SET WS-SEEK-FOUND TO TRUE
           END-IF.

      *    AN OPEN RESERVATION'S NUMBERS ARE ALREADY OFF THE COUNTER
      *    - THE TO-NUMBER OF EVERY PENDING RANGE IS A FLOOR THE
      *    COUNTER MUST NOT SIT BELOW, AUDIT ROW OR NOT.
       3000-TALLY-ONE-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE CTLPND-COMPANY TO WS-SEEK-COMPANY
           MOVE CTLPND-DOC-TYPE TO WS-SEEK-DOC-TYPE
           DIVIDE CTLPND-CTL-NUMBER-TO BY 10000000
               GIVING WS-SPLIT-YEAR REMAINDER WS-SPLIT-SEQ
           MOVE WS-SPLIT-YEAR TO WS-SEEK-YEAR
           PERFORM 2200-FIND-HWM-ENTRY
           IF WS-SEEK-FOUND
               AND WS-SPLIT-SEQ > WS-HWM-PND-SEQ (WS-HWM-IDX)
               MOVE WS-SPLIT-SEQ TO WS-HWM-PND-SEQ (WS-HWM-IDX)
           END-IF
           PERFORM 3200-READ-NEXT-PENDING.

       3100-START-PENDING-SCAN.
           MOVE LOW-VALUES TO CTLPND-KEY
           START CTLPND-FILE KEY NOT LESS THAN CTLPND-KEY
               INVALID KEY
                   SET WS-END-OF-PENDING TO TRUE
           END-START
           IF NOT WS-END-OF-PENDING
               PERFORM 3200-READ-NEXT-PENDING
           END-IF.

       3200-READ-NEXT-PENDING.
           READ CTLPND-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDING TO TRUE
           END-READ
           IF NOT WS-END-OF-PENDING
               AND WS-PND-STATUS NOT = "00"
               AND WS-PND-STATUS NOT = "02"
               DISPLAY "CTLVER01: CTLPND READ FAILED, STATUS="
                   WS-PND-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-PENDING TO TRUE
               SET WS-END-OF-COUNTERS TO TRUE
           END-IF.

      *    A COUNTER AT OR ABOVE BOTH HIGH-WATER MARKS IS SOUND - A
      *    COUNTER AHEAD OF THE AUDIT LOG ONLY MEANS NUMBERS WERE
      *    SKIPPED, WHICH THE RECONCILIATION ALREADY ACCOUNTS FOR.
      *    ONE BEHIND EITHER MARK IS ABOUT TO REISSUE A NUMBER THAT
      *    IS ALREADY ON A DOCUMENT.  SO IS ONE STILL ON AN EARLIER
      *    YEAR PREFIX THAN THE SERIES HAS ALREADY ISSUED UNDER,
      *    WHATEVER ITS SEQUENCE - IT IS MEASURED AGAINST THE
      *    LATER PREFIX'S MARKS INSTEAD OF ITS OWN.
       4000-VERIFY-ONE-COUNTER.
           ADD 1 TO WS-SERIES-COUNT
           PERFORM 4300-LOOKUP-HIGH-WATER
           MOVE CTLCTL-YEAR TO WS-OLD-YEAR
           MOVE CTLCTL-SEQ-NBR TO WS-OLD-SEQ
           IF WS-TOP-YEAR > CTLCTL-YEAR
               SET WS-YEAR-STALE TO TRUE
               MOVE WS-TOP-YEAR TO WS-EXPECT-YEAR
               MOVE WS-TOP-AUD-SEQ TO WS-SERIES-AUD-SEQ
               MOVE WS-TOP-PND-SEQ TO WS-SERIES-PND-SEQ
           ELSE
               MOVE "N" TO WS-STALE-SW
               MOVE CTLCTL-YEAR TO WS-EXPECT-YEAR
           END-IF
           IF WS-SERIES-AUD-SEQ > WS-SERIES-PND-SEQ
               MOVE WS-SERIES-AUD-SEQ TO WS-EXPECT-SEQ
           ELSE
               MOVE WS-SERIES-PND-SEQ TO WS-EXPECT-SEQ
           END-IF
           IF CTLCTL-SEQ-NBR >= WS-EXPECT-SEQ
               AND NOT WS-YEAR-STALE
               MOVE "OK" TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-BEHIND-COUNT
               MOVE SPACES TO WS-STATUS-TEXT
               IF WS-YEAR-STALE
                   ADD 1 TO WS-STALE-COUNT
                   STRING "** STALE YEAR, HIGH " WS-TOP-YEAR " **"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               ELSE
                   COMPUTE WS-SHORTFALL =
                       WS-EXPECT-SEQ - CTLCTL-SEQ-NBR
                   STRING "** BEHIND BY " WS-SHORTFALL " **"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-IF
               PERFORM 4400-PAGE-COUNTER-BEHIND
               IF WS-REBUILD-MODE
                   AND (WS-SCOPE-COMPANY = SPACES
                       OR WS-SCOPE-COMPANY = CTLCTL-COMPANY)
                   AND (WS-SCOPE-DOC-TYPE = SPACES
                       OR WS-SCOPE-DOC-TYPE = CTLCTL-DOC-TYPE)
                   PERFORM 5000-REBUILD-COUNTER
               END-IF
           END-IF
           PERFORM 4500-PRINT-SERIES
           IF NOT WS-END-OF-COUNTERS
               PERFORM 4200-READ-NEXT-COUNTER
           END-IF.

       4100-START-COUNTER-SCAN.
           MOVE LOW-VALUES TO CTLCTL-KEY
           START CTLCTL-FILE KEY NOT LESS THAN CTLCTL-KEY
               INVALID KEY
                   SET WS-END-OF-COUNTERS TO TRUE
           END-START
           IF NOT WS-END-OF-COUNTERS
               PERFORM 4200-READ-NEXT-COUNTER
           END-IF.

       4200-READ-NEXT-COUNTER.
           READ CTLCTL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-COUNTERS TO TRUE
           END-READ
           IF NOT WS-END-OF-COUNTERS
               AND WS-CTL-STATUS NOT = "00"
               AND WS-CTL-STATUS NOT = "02"
               DISPLAY "CTLVER01: CTLCTL READ FAILED, STATUS="
                   WS-CTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-COUNTERS TO TRUE
           END-IF.

      *    EVERY TABLE ENTRY FOR THE COUNTER'S COMPANY AND DOC TYPE
      *    IS LOOKED AT, NOT JUST ITS OWN YEAR - EACH ONE IS MARKED
      *    AS HAVING A COUNTER, AND THE HIGHEST YEAR AMONG THEM IS
      *    KEPT FOR THE STALE-PREFIX TEST.
       4300-LOOKUP-HIGH-WATER.
           MOVE ZEROES TO WS-SERIES-AUD-SEQ
           MOVE ZEROES TO WS-SERIES-PND-SEQ
           MOVE ZEROES TO WS-TOP-YEAR
           MOVE ZEROES TO WS-TOP-AUD-SEQ
           MOVE ZEROES TO WS-TOP-PND-SEQ
           MOVE CTLCTL-COMPANY TO WS-SEEK-COMPANY
           MOVE CTLCTL-DOC-TYPE TO WS-SEEK-DOC-TYPE
           MOVE CTLCTL-YEAR TO WS-SEEK-YEAR
           PERFORM 4310-CHECK-ONE-HWM
               VARYING WS-HWM-IDX FROM 1 BY 1
               UNTIL WS-HWM-IDX > WS-HWM-COUNT.

       4310-CHECK-ONE-HWM.
           IF WS-HWM-COMPANY (WS-HWM-IDX) = WS-SEEK-COMPANY
               AND WS-HWM-DOC-TYPE (WS-HWM-IDX) = WS-SEEK-DOC-TYPE
               SET WS-HWM-MATCHED (WS-HWM-IDX) TO TRUE
               IF WS-HWM-YEAR (WS-HWM-IDX) = WS-SEEK-YEAR
                   MOVE WS-HWM-AUD-SEQ (WS-HWM-IDX)
                       TO WS-SERIES-AUD-SEQ
                   MOVE WS-HWM-PND-SEQ (WS-HWM-IDX)
                       TO WS-SERIES-PND-SEQ
               END-IF
               IF WS-HWM-YEAR (WS-HWM-IDX) > WS-TOP-YEAR
                   MOVE WS-HWM-YEAR (WS-HWM-IDX) TO WS-TOP-YEAR
                   MOVE WS-HWM-AUD-SEQ (WS-HWM-IDX)
                       TO WS-TOP-AUD-SEQ
                   MOVE WS-HWM-PND-SEQ (WS-HWM-IDX)
                       TO WS-TOP-PND-SEQ
               END-IF
           END-IF.

      *    ON-CALL HEARS ABOUT EVERY BEHIND COUNTER, REBUILD OR NOT -
      *    THE ISSUING JOBS MUST NOT RUN AGAINST IT UNTIL SOMEBODY
      *    KNOWS WHY IT WENT BACKWARDS.  THE NUMBER ON THE PAGE IS
      *    THE HIGHEST ONE ALREADY ISSUED.
       4400-PAGE-COUNTER-BEHIND.
           COMPUTE WS-HIGH-NUMBER =
               (WS-EXPECT-YEAR * 10000000) + WS-EXPECT-SEQ
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-YEAR-STALE
               STRING "COUNTER " CTLCTL-COMPANY "/" CTLCTL-DOC-TYPE
                   " ON YEAR " CTLCTL-YEAR " BEHIND ISSUED YEAR "
                   WS-EXPECT-YEAR
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           ELSE
               STRING "COUNTER " CTLCTL-COMPANY "/" CTLCTL-DOC-TYPE
                   " AT " CTLCTL-SEQ-NBR " BEHIND ISSUED "
                   WS-EXPECT-SEQ
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-IF
           CALL "CTLALRT0" USING WS-JOB-NAME WS-ALERT-EVENT
               CTLCTL-DOC-TYPE WS-HIGH-NUMBER WS-ALERT-MESSAGE.

       4500-PRINT-SERIES.
           MOVE SPACES TO CTLVRP-RECORD
           STRING CTLCTL-COMPANY " " CTLCTL-DOC-TYPE " "
               WS-OLD-YEAR " " WS-OLD-SEQ "  "
               WS-SERIES-AUD-SEQ "  " WS-SERIES-PND-SEQ "  "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD.

      *    THE COUNTER GOES TO THE HIGHEST SEQUENCE THE AUDIT LOG
      *    AND THE RESERVATIONS PROVE WAS ISSUED - NOTHING GUESSED.
      *    THE LATCHES RESET THE SAME WAY A CTLMNT01 CORRECTION
      *    RESETS THEM, AND THE CHANGE IS LOGGED AS REBUILT SO THE
      *    AUDITORS CAN TELL IT FROM A HAND ADJUSTMENT.  A COUNTER ON
      *    A STALE YEAR PREFIX MOVES TO THE LATER PREFIX AS WELL.
       5000-REBUILD-COUNTER.
           PERFORM 5100-CHECK-AUTHORITY
           EVALUATE TRUE
               WHEN WS-RETURN-CODE = 16
                   CONTINUE
               WHEN WS-AUTH-FAIL NOT = SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "REBUILD REFUSED " WS-AUTH-FAIL
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE WS-AUTH-FAIL TO CTLMAUD-ACTION
                   PERFORM 5400-WRITE-MAINT-LOG
               WHEN OTHER
                   MOVE WS-CD-DATE TO CTLCTL-LAST-UPD-DATE
                   MOVE WS-CD-TIME TO CTLCTL-LAST-UPD-TIME
                   MOVE WS-EXPECT-YEAR TO CTLCTL-YEAR
                   MOVE WS-EXPECT-SEQ TO CTLCTL-SEQ-NBR
                   MOVE "N" TO CTLCTL-WARN-ISSUED
                   MOVE "N" TO CTLCTL-OVFL-ISSUED
                   REWRITE CTLCTL-RECORD
                   IF WS-CTL-STATUS NOT = "00"
                       DISPLAY "CTLVER01: COUNTER REWRITE FAILED FOR "
                           CTLCTL-COMPANY " " CTLCTL-DOC-TYPE
                           " STATUS=" WS-CTL-STATUS
                       MOVE 16 TO WS-RETURN-CODE
                       SET WS-END-OF-COUNTERS TO TRUE
                   ELSE
                       ADD 1 TO WS-REBUILT-COUNT
                       MOVE SPACES TO WS-STATUS-TEXT
                       IF WS-YEAR-STALE
                           STRING "REBUILT TO YEAR " WS-EXPECT-YEAR
                               " " WS-EXPECT-SEQ
                               DELIMITED BY SIZE INTO WS-STATUS-TEXT
                       ELSE
                           STRING "REBUILT TO " WS-EXPECT-SEQ
                               DELIMITED BY SIZE INTO WS-STATUS-TEXT
                       END-IF
                       MOVE "REBUILT" TO CTLMAUD-ACTION
                       PERFORM 5400-WRITE-MAINT-LOG
                   END-IF
           END-EVALUATE.

      *    THE CTLMNT01 RULES, WITH THE SIGN-OFF ALWAYS TREATED AS
      *    OVER THE OPERATOR'S LIMIT - A REBUILD IS DISASTER
      *    RECOVERY, NEVER A ONE-PERSON JOB.  THE FIRST FAILURE WINS
      *    AND BECOMES THE REFUSAL CODE ON THE LOG.
       5100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-AUTH-FAIL
           MOVE WS-OPER-ID TO CTLOPR-OPER-ID
           PERFORM 5200-READ-OPERATOR
           EVALUATE TRUE
               WHEN WS-RETURN-CODE = 16
                   CONTINUE
               WHEN NOT WS-OPERATOR-ON-FILE
                   MOVE "OPERUNKN" TO WS-AUTH-FAIL
               WHEN CTLOPR-MAINT-AUTH NOT = "Y"
                   MOVE "OPERAUTH" TO WS-AUTH-FAIL
               WHEN OTHER
                   PERFORM 5300-CHECK-COMPANY-COVER
                   IF NOT WS-COMPANY-COVERED
                       MOVE "OPERCOMP" TO WS-AUTH-FAIL
                   END-IF
           END-EVALUATE
           IF WS-AUTH-FAIL = SPACES AND WS-RETURN-CODE NOT = 16
               MOVE WS-SUPV-ID TO CTLOPR-OPER-ID
               PERFORM 5200-READ-OPERATOR
               EVALUATE TRUE
                   WHEN WS-RETURN-CODE = 16
                       CONTINUE
                   WHEN NOT WS-OPERATOR-ON-FILE
                       MOVE "SUPVUNKN" TO WS-AUTH-FAIL
                   WHEN OTHER
                       PERFORM 5300-CHECK-COMPANY-COVER
                       EVALUATE TRUE
                           WHEN NOT WS-COMPANY-COVERED
                               MOVE "SUPVCOMP" TO WS-AUTH-FAIL
                           WHEN CTLOPR-SUPV-AUTH NOT = "Y"
                               MOVE "SUPVAUTH" TO WS-AUTH-FAIL
                           WHEN WS-SUPV-ID = WS-OPER-ID
                               MOVE "SUPVSAME" TO WS-AUTH-FAIL
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *    INVALID KEY (STATUS 23) MEANS THE ID ISN'T ON THE
      *    AUTHORITY MASTER.  ANY OTHER NON-ZERO STATUS IS A REAL
      *    I/O ERROR AND STOPS THE RUN - AN UNCHECKABLE ID MUST NOT
      *    PASS.
       5200-READ-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SW
           READ CTLOPR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-OPR-STATUS
               WHEN "00"
                   SET WS-OPERATOR-ON-FILE TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLVER01: CTLOPR READ FAILED FOR "
                       CTLOPR-OPER-ID " STATUS=" WS-OPR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-COUNTERS TO TRUE
           END-EVALUATE.

       5300-CHECK-COMPANY-COVER.
           MOVE "N" TO WS-COVER-SW
           IF CTLOPR-COMPANY-SLOT (1) = "ALL"
               SET WS-COMPANY-COVERED TO TRUE
           ELSE
               PERFORM 5310-CHECK-ONE-SLOT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 5 OR WS-COMPANY-COVERED
           END-IF.

       5310-CHECK-ONE-SLOT.
           IF CTLOPR-COMPANY-SLOT (WS-SLOT-IDX) = CTLCTL-COMPANY
               SET WS-COMPANY-COVERED TO TRUE
           END-IF.

      *    CTLMAUD-ACTION IS SET BY THE CALLER - REBUILT OR THE
      *    REFUSAL CODE.  A REFUSED REBUILD LOGS THE SEQUENCE IT
      *    WOULD HAVE SET AS THE NEW VALUE, THE SAME AS CTLMNT01.
      *    THE LOG HAS NO YEAR FIELD - A STALE-PREFIX REBUILD'S NEW
      *    SEQUENCE IS IN THE LATER YEAR, AND THE REPORT LINE FOR
      *    THE SERIES SHOWS BOTH.
       5400-WRITE-MAINT-LOG.
           MOVE CTLCTL-COMPANY TO CTLMAUD-COMPANY
           MOVE CTLCTL-DOC-TYPE TO CTLMAUD-DOC-TYPE
           MOVE WS-OLD-SEQ TO CTLMAUD-OLD-SEQ
           MOVE WS-EXPECT-SEQ TO CTLMAUD-NEW-SEQ
           MOVE WS-OPER-ID TO CTLMAUD-OPER-ID
           MOVE WS-SUPV-ID TO CTLMAUD-SUPV-ID
           MOVE WS-CD-DATE TO CTLMAUD-UPD-DATE
           MOVE WS-CD-TIME TO CTLMAUD-UPD-TIME
           MOVE CTLMAUD-RECORD TO CTLMAUD-FILE-RECORD
           WRITE CTLMAUD-FILE-RECORD
           IF WS-MAU-STATUS NOT = "00"
               DISPLAY "CTLVER01: MAINT LOG WRITE FAILED FOR "
                   CTLCTL-COMPANY " " CTLCTL-DOC-TYPE
                   " STATUS=" WS-MAU-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-COUNTERS TO TRUE
           END-IF.

      *    A HIGH-WATER ENTRY NO COUNTER CLAIMED IS A SERIES THAT
      *    HAS ISSUED NUMBERS BUT HAS NO CTLCTL RECORD - DELETED, OR
      *    LOST TO A RESTORE FROM A BACKUP TAKEN BEFORE IT EXISTED.
      *    THE FIRST TRANSACTION OF THAT TYPE WOULD ADD A NEW COUNTER
      *    AT THE SEED AND REISSUE EVERY NUMBER ALREADY OUT, SO IT
      *    PAGES THE SAME AS A BEHIND COUNTER.  THERE IS NO COUNTER
      *    TO REBUILD - THE RECORD HAS TO BE RESTORED FIRST.
       6000-CHECK-ONE-HWM-ENTRY.
           IF NOT WS-HWM-MATCHED (WS-HWM-IDX)
               ADD 1 TO WS-NO-COUNTER-COUNT
               IF WS-HWM-AUD-SEQ (WS-HWM-IDX)
                   > WS-HWM-PND-SEQ (WS-HWM-IDX)
                   MOVE WS-HWM-AUD-SEQ (WS-HWM-IDX) TO WS-EXPECT-SEQ
               ELSE
                   MOVE WS-HWM-PND-SEQ (WS-HWM-IDX) TO WS-EXPECT-SEQ
               END-IF
               COMPUTE WS-HIGH-NUMBER =
                   (WS-HWM-YEAR (WS-HWM-IDX) * 10000000)
                   + WS-EXPECT-SEQ
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "NO COUNTER FOR " WS-HWM-COMPANY (WS-HWM-IDX)
                   "/" WS-HWM-DOC-TYPE (WS-HWM-IDX)
                   " - ISSUED THROUGH " WS-HIGH-NUMBER
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               CALL "CTLALRT0" USING WS-JOB-NAME WS-ALERT-EVENT
                   WS-HWM-DOC-TYPE (WS-HWM-IDX) WS-HIGH-NUMBER
                   WS-ALERT-MESSAGE
               MOVE SPACES TO CTLVRP-RECORD
               STRING WS-HWM-COMPANY (WS-HWM-IDX) " "
                   WS-HWM-DOC-TYPE (WS-HWM-IDX) " "
                   WS-HWM-YEAR (WS-HWM-IDX) "          "
                   WS-HWM-AUD-SEQ (WS-HWM-IDX) "  "
                   WS-HWM-PND-SEQ (WS-HWM-IDX) "  "
                   "** NO COUNTER **"
                   DELIMITED BY SIZE INTO CTLVRP-RECORD
               WRITE CTLVRP-RECORD
           END-IF.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           IF WS-HWM-TABLE-FULL
               MOVE "** HIGH-WATER TABLE FILLED - CHECK INCOMPLETE **"
                   TO CTLVRP-RECORD
               WRITE CTLVRP-RECORD
               IF WS-RETURN-CODE = 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO CTLVRP-RECORD
           STRING "  AUDIT SCANNED=" WS-AUDIT-COUNT
               " PENDING SCANNED=" WS-PENDING-COUNT
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           MOVE SPACES TO CTLVRP-RECORD
           STRING "SUMMARY SERIES=" WS-SERIES-COUNT
               " BEHIND=" WS-BEHIND-COUNT
               " REBUILT=" WS-REBUILT-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           DISPLAY CTLVRP-RECORD
           MOVE SPACES TO CTLVRP-RECORD
           STRING "        STALE YEAR=" WS-STALE-COUNT
               " NO COUNTER=" WS-NO-COUNTER-COUNT
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           DISPLAY CTLVRP-RECORD
           IF (WS-BEHIND-COUNT > 0 OR WS-REFUSED-COUNT > 0
                   OR WS-NO-COUNTER-COUNT > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-REBUILD-CARD-REFUSED
               MOVE SPACES TO CTLVRP-RECORD
               STRING "** REBUILD CARD REFUSED - OPERATOR OR "
                   "SUPERVISOR ID MISSING **"
                   DELIMITED BY SIZE INTO CTLVRP-RECORD
               WRITE CTLVRP-RECORD
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           CLOSE CTLAUDI-FILE
           CLOSE CTLCTL-FILE
           CLOSE CTLPND-FILE
           IF WS-OPR-FILE-OPEN
               CLOSE CTLOPR-FILE
           END-IF
           IF WS-MAU-FILE-OPEN
               CLOSE CTLMAUD-FILE
           END-IF
           CLOSE CTLVRP-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE WS-JOB-NAME TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLVER01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLVER01: RUN-CONTROL END STAMP FAILED"
           END-IF.
