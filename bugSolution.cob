      *                INPUT ONLY AND THE OTHER FILES NEVER OPEN, SO    *
      *                A TRIAL IS REPEATABLE AT WILL BEFORE A BIG       *
      *                QUARTER-END FILE GOES LIVE.                      *
      *    2026-10-15  EVERY NUMBERED TRANSACTION KEY IS NOW WRITTEN    *
      *                TO THE CTLKEY NUMBERED-KEY REGISTRY, AND A KEY   *
      *                THE REGISTRY ALREADY HOLDS (RESENT ON A LATER    *
      *                DAY, OR ALREADY SERVED BY CTLISS00) IS NO        *
      *                LONGER NUMBERED A SECOND TIME - IT IS SKIPPED    *
      *                AND LOGGED TO CTLKRP WITH ITS ORIGINAL RANGE     *
      *                FOR THE CTLKRP01 REPEAT REPORT.  TRIAL MODE      *
      *                SHOWS THE SAME REPEATS AS "REPEAT" LINES.        *
      *    2026-10-15  THE YEAR ROLLOVER NOW FOLLOWS EACH COMPANY'S     *
      *                FISCAL YEAR FROM THE CTLCAL COMPANY CALENDAR     *
      *                (THROUGH CTLCAL00) INSTEAD OF 1 JANUARY, AND     *
      *                THE YEAR PREFIX ON A NEW OR ROLLED COUNTER IS    *
      *                THE ONE THE CALENDAR GIVES THE COMPANY.  A       *
      *                CALENDAR THAT CAN'T ANSWER, OR A CALENDAR        *
      *                CHANGE THAT WOULD TAKE A COUNTER'S PREFIX        *
      *                BACKWARDS (AND REISSUE AN OLD YEAR'S NUMBERS),   *
      *                STOPS THE RUN.  TRIAL MODE ROLLS THE SAME WAY.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CTLDOC-KEY
               FILE STATUS IS WS-DOC-STATUS.

           SELECT CTLKEY-FILE ASSIGN TO "CTLKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLKEY-KEY
               FILE STATUS IS WS-KEY-STATUS.

           SELECT CTLKRP-FILE ASSIGN TO "CTLKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRP-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       FD  CTLDOC-FILE.
       COPY CTLDOCR.

       FD  CTLKEY-FILE.
       COPY CTLKEYR.

       FD  CTLKRP-FILE
           RECORDING MODE IS F.
       01  CTLKRP-FILE-RECORD         PIC X(85).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
       COPY CTLAUDR.
       COPY CTLCKPR.
       COPY CTLASGR.
       COPY CTLKRPR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-TRN-STATUS              PIC X(02) VALUE "00".
       01  WS-DOC-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-TRP-STATUS              PIC X(02) VALUE "00".
       01  WS-KEY-STATUS              PIC X(02) VALUE "00".
       01  WS-KRP-STATUS              PIC X(02) VALUE "00".

      *    SET BY 2150-CHECK-KEY-REGISTRY WHEN THIS TRANSACTION'S
      *    COMPANY/DOC-TYPE/KEY WAS ALREADY NUMBERED - CTLKEY-RECORD
      *    THEN HOLDS THE ORIGINAL RANGE.
       01  WS-PRV-SW                  PIC X(01) VALUE "N".
           88  WS-KEY-PREVIOUSLY-ISSUED         VALUE "Y".
       01  WS-REPEAT-COUNT            PIC 9(07) VALUE 0.

       01  WS-HAVE-CKP-SW             PIC X(01) VALUE "N".
           88  WS-HAVE-CHECKPOINT               VALUE "Y".
       01  WS-TRIAL-ISSUE-COUNT       PIC 9(07) VALUE 0.
       01  WS-TRIAL-REFUSE-COUNT      PIC 9(07) VALUE 0.
       01  WS-TRIAL-UNKNOWN-COUNT     PIC 9(07) VALUE 0.
       01  WS-TRIAL-REPEAT-COUNT      PIC 9(07) VALUE 0.

       01  WS-CAND-FULL-NUMBER        PIC 9(09).

       01  WS-CAND-FULL-FROM          PIC 9(09).
       01  WS-CAND-FULL-TO            PIC 9(09).
       01  WS-WARN-THRESHOLD-SEQ      PIC 9(07).

       PROCEDURE DIVISION.

           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               OPEN OUTPUT CTLAUD-FILE
           END-IF
      *    THE NUMBERED-KEY REGISTRY IS A KSDS PREDEFINED BY CTLCTLDF
      *    LIKE CTLCTL - THE SAME DEFENSIVE STATUS-35 FALLBACK.  A
      *    RUN THAT CAN'T CHECK OR RECORD KEYS COULD NUMBER A RESENT
      *    KEY TWICE, SO A FAILED OPEN STOPS IT.
           OPEN I-O CTLKEY-FILE
           IF WS-KEY-STATUS = "35"
               OPEN OUTPUT CTLKEY-FILE
               CLOSE CTLKEY-FILE
               OPEN I-O CTLKEY-FILE
           END-IF
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLNBR01: UNABLE TO OPEN CTLKEY, STATUS="
                   WS-KEY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           OPEN EXTEND CTLKRP-FILE
           IF WS-KRP-STATUS = "05" OR WS-KRP-STATUS = "35"
               OPEN OUTPUT CTLKRP-FILE
           END-IF
           IF WS-KRP-STATUS NOT = "00"
               DISPLAY "CTLNBR01: UNABLE TO OPEN CTLKRP, STATUS="
                   WS-KRP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           PERFORM 1100-LOAD-CHECKPOINT
           PERFORM 1300-OPEN-ASSIGNMENT-FILE
           IF NOT WS-END-OF-TRN
      *    SETS WS-END-OF-TRN - SKIP THE OVERFLOW/ISSUE LOGIC ENTIRELY
      *    WHEN THAT HAPPENS SO THIS TRANSACTION ISN'T AUDITED AND
      *    NUMBERED AGAINST A COUNTER RECORD THAT NEVER MADE IT TO DISK.
      *    A KEY THE REGISTRY ALREADY HOLDS NEVER REACHES THE COUNTER
      *    AT ALL - IT IS LOGGED AS A REPEAT AND THE RUN MOVES ON.
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2250-RESOLVE-QUANTITY
           PERFORM 2150-CHECK-KEY-REGISTRY
           IF NOT WS-END-OF-TRN
               IF WS-KEY-PREVIOUSLY-ISSUED
                   PERFORM 2160-SKIP-REPEATED-KEY
               ELSE
                   PERFORM 2200-LOOKUP-OR-ADD-COUNTER
                   IF NOT WS-END-OF-TRN
                       PERFORM 2300-CHECK-YEAR-ROLLOVER
                   END-IF
                   IF NOT WS-END-OF-TRN
                       PERFORM 2050-ISSUE-OR-OVERFLOW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-END-OF-TRN
               PERFORM 2100-READ-TRANSACTION
           END-IF.

      *    A BLOCK THAT WOULD STRADDLE THE CEILING IS REJECTED
      *    WHOLE - ISSUING THE PART THAT FITS WOULD HAND THE
      *    CALLER A SHORT, USELESS RANGE AND BURN THE NUMBERS.
       2050-ISSUE-OR-OVERFLOW.
           IF CTLCTL-SEQ-NBR + WS-TRN-QTY > CTLCTL-CEILING-SEQ
               PERFORM 2900-HANDLE-OVERFLOW
           ELSE
               PERFORM 2400-CHECK-WARNING-THRESHOLD
               PERFORM 2500-ISSUE-NUMBER
           END-IF.

       2100-READ-TRANSACTION.
           READ CTLTRN-FILE
               AT END
                   SET WS-END-OF-TRN TO TRUE
           END-READ.

      *    THE CTLKEY REGISTRY HOLDS EVERY COMPANY/DOC-TYPE/KEY EVER
      *    NUMBERED, BY THIS PASS OR BY CTLISS00.  CTLEDT01 REJECTS A
      *    KNOWN KEY AHEAD OF THIS RUN, SO A HIT HERE MEANS THE EDIT
      *    WAS BYPASSED OR AN ONLINE CALLER NUMBERED THE SAME KEY
      *    AFTER THE EDIT RAN - EITHER WAY IT ALREADY HAS ITS NUMBER.
      *    STATUS 23 IS "NEW KEY"; ANYTHING ELSE STOPS THE RUN.
       2150-CHECK-KEY-REGISTRY.
           MOVE "N" TO WS-PRV-SW
           MOVE CTLTRN-COMPANY TO CTLKEY-COMPANY
           MOVE CTLTRN-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLTRN-KEY TO CTLKEY-TRN-KEY
           READ CTLKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-KEY-STATUS
               WHEN "00"
                   SET WS-KEY-PREVIOUSLY-ISSUED TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLNBR01: CTLKEY READ FAILED FOR "
                       CTLTRN-COMPANY " " CTLTRN-DOC-TYPE
                       " TRN " CTLTRN-KEY " STATUS=" WS-KEY-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-TRN TO TRUE
           END-EVALUATE.

      *    A REPEAT IS NOT AN ERROR IN THIS RUN - NOTHING WAS ISSUED
      *    AND NOTHING NEEDS UNDOING - SO IT DOES NOT MOVE THE
      *    RETURN CODE OR THE CHECKPOINT; A RESTART THAT MEETS IT
      *    AGAIN SIMPLY SKIPS IT AGAIN.  IT GOES ON THE CTLKRP LOG
      *    WITH THE ORIGINAL RANGE SO THE REPEAT REPORT CAN CHASE
      *    WHOEVER KEEPS RESENDING IT.  A FAILED LOG WRITE STOPS THE
      *    RUN - A REPEAT NOBODY HEARS ABOUT IS THE PROBLEM THE LOG
      *    EXISTS TO END.
       2160-SKIP-REPEATED-KEY.
           ADD 1 TO WS-REPEAT-COUNT
           MOVE CTLTRN-COMPANY TO CTLKRP-COMPANY
           MOVE CTLTRN-DOC-TYPE TO CTLKRP-DOC-TYPE
           MOVE CTLTRN-KEY TO CTLKRP-TRN-KEY
           MOVE WS-TRN-QTY TO CTLKRP-REQ-QTY
           MOVE CTLKEY-CTL-NUMBER-FROM TO CTLKRP-CTL-NUMBER-FROM
           MOVE CTLKEY-CTL-NUMBER-TO TO CTLKRP-CTL-NUMBER-TO
           MOVE CTLKEY-ISSUE-DATE TO CTLKRP-ORIG-DATE
           MOVE CTLKEY-SOURCE TO CTLKRP-ORIG-SOURCE
           MOVE WS-JOB-NAME TO CTLKRP-SEEN-BY
           MOVE "SKIP" TO CTLKRP-DISPOSITION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO CTLKRP-EVENT-DATE
           MOVE WS-CD-TIME TO CTLKRP-EVENT-TIME
           MOVE CTLKRP-RECORD TO CTLKRP-FILE-RECORD
           WRITE CTLKRP-FILE-RECORD
           IF WS-KRP-STATUS NOT = "00"
               DISPLAY "CTLNBR01: REPEAT-LOG WRITE FAILED FOR TRN "
                   CTLTRN-KEY " STATUS=" WS-KRP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           ELSE
               DISPLAY "CTLNBR01: REPEAT - TRN " CTLTRN-KEY " "
                   CTLTRN-COMPANY " " CTLTRN-DOC-TYPE
                   " ALREADY HAS " CTLKEY-CTL-NUMBER-FROM
                   " FROM " CTLKEY-ISSUE-DATE " - NOT RENUMBERED"
           END-IF.

      *    BLANK OR ZERO MEANS ONE NUMBER - EVERY RECORD LOOKED LIKE
      *    THAT WHEN THESE BYTES WERE FILLER, SO OLD FEEDS KEEP
      *    WORKING UNCHANGED.  CTLEDT01 REJECTS A NON-NUMERIC,
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-TRN TO TRUE
           END-EVALUATE
           IF NOT WS-END-OF-TRN
               PERFORM 2350-RESOLVE-FISCAL-YEAR
           END-IF
           IF NOT WS-END-OF-TRN
               PERFORM 2220-BUILD-COUNTER-FROM-DOC
           END-IF.
           MOVE CTLCTL-SEED-SEQ TO CTLCTL-SEQ-NBR
           MOVE "N" TO CTLCTL-WARN-ISSUED
           MOVE "N" TO CTLCTL-OVFL-ISSUED
           MOVE CTLCLQ-FY-PREFIX TO CTLCTL-YEAR
           MOVE WS-CD-DATE TO CTLCTL-LAST-UPD-DATE
           MOVE WS-CD-TIME TO CTLCTL-LAST-UPD-TIME
           WRITE CTLCTL-RECORD
               SET WS-END-OF-TRN TO TRUE
           END-IF.

      *    THE SEQUENCE RESETS TO ITS SEED AT THE START OF EVERY
      *    FISCAL YEAR OF ITS COMPANY SO THE NUMBER NEVER
      *    PERMANENTLY RUNS UP AGAINST THE CEILING - 1 JANUARY FOR A
      *    COMPANY NOT ON THE CTLCAL CALENDAR.  A PREFIX BELOW THE
      *    COUNTER'S OWN CAN ONLY MEAN THE CALENDAR WAS CHANGED
      *    UNDER A LIVE SERIES; ROLLING "BACK" WOULD REISSUE AN OLD
      *    YEAR'S NUMBERS, SO THE RUN STOPS INSTEAD.
       2300-CHECK-YEAR-ROLLOVER.
           PERFORM 2350-RESOLVE-FISCAL-YEAR
           EVALUATE TRUE
               WHEN WS-END-OF-TRN
                   CONTINUE
               WHEN CTLCLQ-FY-PREFIX = CTLCTL-YEAR
                   CONTINUE
               WHEN CTLCLQ-FY-PREFIX < CTLCTL-YEAR
                   PERFORM 2360-REFUSE-PREFIX-REGRESSION
               WHEN OTHER
                   MOVE CTLCLQ-FY-PREFIX TO CTLCTL-YEAR
                   MOVE CTLCTL-SEED-SEQ TO CTLCTL-SEQ-NBR
                   MOVE "N" TO CTLCTL-WARN-ISSUED
                   MOVE "N" TO CTLCTL-OVFL-ISSUED
                   REWRITE CTLCTL-RECORD
                   IF WS-CTL-STATUS NOT = "00"
                       DISPLAY "CTLNBR01: YEAR-ROLLOVER REWRITE FAILED "
                           "FOR " CTLCTL-DOC-TYPE
                           " STATUS=" WS-CTL-STATUS
                       MOVE 16 TO WS-RETURN-CODE
                       SET WS-END-OF-TRN TO TRUE
                   END-IF
           END-EVALUATE.

      *    THE FISCAL YEAR THE TRANSACTION'S COMPANY IS IN TODAY,
      *    FROM THE COMPANY CALENDAR.  NO ANSWER MEANS NO NUMBER -
      *    A GUESSED PREFIX COULD REISSUE A WHOLE YEAR'S NUMBERS.
       2350-RESOLVE-FISCAL-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLCLQ-FUNC-FISCAL-YEAR TO TRUE
           MOVE CTLTRN-COMPANY TO CTLCLQ-COMPANY
           MOVE WS-CD-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               DISPLAY "CTLNBR01: NO COMPANY CALENDAR ANSWER FOR "
                   CTLTRN-COMPANY " - RUN STOPPED, TRN " CTLTRN-KEY
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF.

       2360-REFUSE-PREFIX-REGRESSION.
           DISPLAY "CTLNBR01: CALENDAR PREFIX " CTLCLQ-FY-PREFIX
               " IS BEHIND COUNTER YEAR " CTLCTL-YEAR " FOR "
               CTLCTL-COMPANY " " CTLCTL-DOC-TYPE
               " - RUN STOPPED, CHECK THE CTLCAL CHANGE"
           MOVE 16 TO WS-RETURN-CODE
           SET WS-END-OF-TRN TO TRUE.

      *    ONCE THE SEQUENCE CROSSES ITS WARN PERCENTAGE OF CEILING,
      *    LOG AN EXCEPTION SO OPERATIONS HAS ADVANCE NOTICE - LONG
      *    BEFORE THE HARD STOP AT 2900-HANDLE-OVERFLOW.  THE LATCH
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           ELSE
               PERFORM 2540-WRITE-KEY-REGISTRY
           END-IF
           IF NOT WS-END-OF-TRN
               IF WS-TRN-QTY = 1
                   DISPLAY "CTLNBR01: ISSUED " WS-CAND-FULL-FROM
                       " FOR " CTLCTL-DOC-TYPE " TRN " CTLTRN-KEY
               END-IF
           END-IF.

      *    THE KEY GOES ON THE REGISTRY LAST, AFTER THE AUDIT ROW AND
      *    THE ASSIGNMENT - THE REGISTRY MUST NEVER CLAIM A KEY HAS A
      *    NUMBER THAT ISN'T ON THE AUDIT LOG.  A FAILURE HERE STOPS
      *    THE RUN THE SAME WAY A FAILED ASSIGNMENT WRITE DOES: THE
      *    RANGE IS COMMITTED AND A RERUN RESUMES PAST IT, SO THE
      *    STOP IS WHAT GETS THE MISSING REGISTRY ENTRY ITS HUMAN
      *    LOOK BEFORE THE SOURCE CAN RESEND THE KEY UNNOTICED.
       2540-WRITE-KEY-REGISTRY.
           MOVE CTLCTL-COMPANY TO CTLKEY-COMPANY
           MOVE CTLCTL-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLTRN-KEY TO CTLKEY-TRN-KEY
           MOVE WS-CAND-FULL-FROM TO CTLKEY-CTL-NUMBER-FROM
           MOVE WS-CAND-FULL-TO TO CTLKEY-CTL-NUMBER-TO
           MOVE WS-TRN-QTY TO CTLKEY-QTY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO CTLKEY-ISSUE-DATE
           MOVE WS-CD-TIME TO CTLKEY-ISSUE-TIME
           MOVE WS-JOB-NAME TO CTLKEY-SOURCE
           SET CTLKEY-LIVE TO TRUE
           WRITE CTLKEY-RECORD
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLNBR01: KEY-REGISTRY WRITE FAILED FOR "
                   "ALREADY-COMMITTED RANGE " WS-CAND-FULL-FROM
                   " THRU " WS-CAND-FULL-TO
                   " TRN " CTLTRN-KEY " STATUS=" WS-KEY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF.

      *    THE COUNTER FOR THIS DOC TYPE HAS NO ROOM LEFT.  LOG A
      *    DATED EXCEPTION RECORD AND SET A NON-ZERO RETURN CODE SO
      *    THE JCL STEP CAN ABEND OR BRANCH TO AN EXCEPTION PATH - DO
           CLOSE CTLEXC-FILE
           CLOSE CTLAUD-FILE
           CLOSE CTLASG-FILE
           CLOSE CTLKEY-FILE
           CLOSE CTLKRP-FILE
           IF WS-REPEAT-COUNT > 0
               DISPLAY "CTLNBR01: " WS-REPEAT-COUNT
                   " REPEATED KEY(S) NOT RENUMBERED - SEE CTLKRP01"
           END-IF
      *    THE COMPLETION STAMP IS WHAT LETS CTLREC01 RUN TONIGHT
      *    AND WHAT BLOCKS A SECOND PASS OVER THIS FILE TOMORROW -
      *    IF IT CAN'T BE WRITTEN THE RUN MUST NOT REPORT CLEAN.
      *    TRIAL MODE - PRICE THE RUN, COMMIT NOTHING.  THE EDITED
      *    TRANSACTION FILE IS WALKED EXACTLY AS A LIVE RUN WOULD
      *    WALK IT - QUANTITY RESOLUTION, SEEDING FROM CTLDOC,
      *    FISCAL-YEAR ROLLOVER, THE WARN THRESHOLD, AND THE
      *    WHOLE-BLOCK CEILING REFUSAL ALL INCLUDED - BUT EVERY
      *    COUNTER LIVES IN WS-SIM-TABLE AND THE ONLY OUTPUT IS
      *    THE CTLTRP PROJECTION REPORT.  CTLCTL AND CTLDOC OPEN
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           OPEN INPUT CTLKEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLNBR01: UNABLE TO OPEN CTLKEY, STATUS="
                   WS-KEY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           OPEN OUTPUT CTLTRP-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CTLTRP-RECORD
               PERFORM 2100-READ-TRANSACTION
           END-IF.

      *    A KEY ALREADY ON THE REGISTRY IS SHOWN AS A REPEAT AND
      *    NEVER REACHES THE SIMULATED COUNTER, EXACTLY AS A LIVE RUN
      *    WOULD SKIP IT.
       9200-TRIAL-ONE-TRANSACTION.
           ADD 1 TO WS-TRIAL-READ-COUNT
           PERFORM 2250-RESOLVE-QUANTITY
           PERFORM 2150-CHECK-KEY-REGISTRY
           IF NOT WS-END-OF-TRN
               IF WS-KEY-PREVIOUSLY-ISSUED
                   PERFORM 9210-TRIAL-REPEATED-KEY
               ELSE
                   PERFORM 9250-TRIAL-SERIES-ISSUE
               END-IF
           END-IF
           IF NOT WS-END-OF-TRN
               PERFORM 2100-READ-TRANSACTION
           END-IF.

       9210-TRIAL-REPEATED-KEY.
           ADD 1 TO WS-TRIAL-REPEAT-COUNT
           MOVE SPACES TO CTLTRP-RECORD
           STRING "REPEAT  " CTLTRN-COMPANY " "
               CTLTRN-DOC-TYPE " TRN " CTLTRN-KEY " HAS "
               CTLKEY-CTL-NUMBER-FROM " FROM " CTLKEY-ISSUE-DATE
               DELIMITED BY SIZE INTO CTLTRP-RECORD
               ON OVERFLOW
                   CONTINUE
           END-STRING
           WRITE CTLTRP-RECORD.

       9250-TRIAL-SERIES-ISSUE.
           PERFORM 9300-FIND-OR-LOAD-SERIES
           IF NOT WS-END-OF-TRN
               IF WS-SIM-SERIES-READY
                   END-STRING
                   WRITE CTLTRP-RECORD
               END-IF
           END-IF.

      *    FIND THE SERIES IN THE SIMULATION TABLE, OR LOAD IT
                   SET WS-END-OF-TRN TO TRUE
               END-IF
           ELSE
               PERFORM 2350-RESOLVE-FISCAL-YEAR
           END-IF
           IF NOT WS-END-OF-TRN AND NOT WS-SIM-TABLE-FULL
               MOVE CTLTRN-COMPANY TO CTLCTL-COMPANY
               MOVE CTLTRN-DOC-TYPE TO CTLCTL-DOC-TYPE
               READ CTLCTL-FILE
           END-IF.

       9320-TABLE-FROM-COUNTER.
           IF CTLCLQ-FY-PREFIX < CTLCTL-YEAR
               PERFORM 2360-REFUSE-PREFIX-REGRESSION
           ELSE
               PERFORM 9325-LOAD-COUNTER-ENTRY
           END-IF.

       9325-LOAD-COUNTER-ENTRY.
           ADD 1 TO WS-SIM-COUNT
           SET WS-SIM-IDX TO WS-SIM-COUNT
           MOVE CTLCTL-COMPANY TO WS-SIM-COMPANY (WS-SIM-IDX)
           MOVE CTLCTL-SEED-SEQ TO WS-SIM-SEED (WS-SIM-IDX)
           MOVE CTLCTL-CEILING-SEQ TO WS-SIM-CEILING (WS-SIM-IDX)
           MOVE CTLCTL-WARN-PCT TO WS-SIM-WARN-PCT (WS-SIM-IDX)
      *    THE SAME FISCAL-YEAR RESET A LIVE RUN WOULD APPLY - BUT
      *    IN MEMORY, NOT ON THE FILE.
           IF CTLCTL-YEAR NOT = CTLCLQ-FY-PREFIX
               MOVE CTLCLQ-FY-PREFIX TO WS-SIM-YEAR (WS-SIM-IDX)
               MOVE CTLCTL-SEED-SEQ TO WS-SIM-SEQ (WS-SIM-IDX)
               MOVE "N" TO WS-SIM-WARN-SW (WS-SIM-IDX)
               MOVE "N" TO WS-SIM-OVFL-SW (WS-SIM-IDX)
                       TO WS-SIM-CEILING (WS-SIM-IDX)
                   MOVE CTLDOC-WARN-PCT
                       TO WS-SIM-WARN-PCT (WS-SIM-IDX)
                   MOVE CTLCLQ-FY-PREFIX
                       TO WS-SIM-YEAR (WS-SIM-IDX)
                   MOVE "N" TO WS-SIM-WARN-SW (WS-SIM-IDX)
                   MOVE "N" TO WS-SIM-OVFL-SW (WS-SIM-IDX)
               DELIMITED BY SIZE INTO CTLTRP-RECORD
           WRITE CTLTRP-RECORD
           DISPLAY CTLTRP-RECORD
           MOVE SPACES TO CTLTRP-RECORD
           STRING "  REPEAT=" WS-TRIAL-REPEAT-COUNT
               DELIMITED BY SIZE INTO CTLTRP-RECORD
           WRITE CTLTRP-RECORD
           IF (WS-TRIAL-REFUSE-COUNT > 0
               OR WS-TRIAL-UNKNOWN-COUNT > 0)
               AND WS-RETURN-CODE = 0
           CLOSE CTLTRN-FILE
           CLOSE CTLCTL-FILE
           CLOSE CTLDOC-FILE
           CLOSE CTLKEY-FILE
           CLOSE CTLTRP-FILE.
