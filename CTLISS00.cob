      *                EXPIRED AND VOIDED BY THE NIGHTLY CTLEXP01     *
      *                SWEEP INSTEAD OF SITTING IN CTLREC01           *
      *                SUSPENSE UNTIL SOMEONE VOIDS IT BY HAND.       *
      *    2026-10-15  A CALLER THAT RETRIES AN ISSUE OR RESERVE FOR  *
      *                A COMPANY/DOC-TYPE/KEY ALREADY NUMBERED (A     *
      *                TIMED-OUT CALL, OR A KEY THE CTLNBR01 PASS     *
      *                ALREADY SERVED) NOW GETS THE ORIGINAL RANGE    *
      *                BACK WITH REASON 60 INSTEAD OF A SECOND        *
      *                NUMBER.  EVERY RANGE ISSUED IS RECORDED ON     *
      *                THE CTLKEY NUMBERED-KEY REGISTRY AND EVERY     *
      *                REPEAT IS LOGGED TO CTLKRP.                    *
      *    2026-10-15  THE YEAR ROLLOVER AND A NEW COUNTER'S YEAR     *
      *                PREFIX FOLLOW THE COMPANY'S FISCAL YEAR FROM   *
      *                THE CTLCAL CALENDAR (THROUGH CTLCAL00), THE    *
      *                SAME AS CTLNBR01.  NO CALENDAR ANSWER, OR A    *
      *                PREFIX BEHIND THE COUNTER'S, COMES BACK AS     *
      *                REASON 30 WITH NOTHING COMMITTED.              *
      *    2026-10-15  AN ISSUE OR RESERVE AGAINST A SERIES THAT IS   *
      *                NOT LIVE ON CTLDOC IS REFUSED BEFORE THE       *
      *                COUNTER IS TOUCHED - REASON 70 RETIRED, 71     *
      *                FROZEN, 72 NOT YET EFFECTIVE.  A CONFIRM OF A  *
      *                RANGE RESERVED BEFORE THE CHANGE STILL GOES    *
      *                THROUGH - THOSE NUMBERS ARE ALREADY ISSUED.    *
      *    2026-10-15  EVERY CALL NOW CARRIES A CALLER ID REGISTERED  *
      *                ON THE CTLCLM CALLER MASTER, WHICH SAYS WHICH  *
      *                SERIES THE CALLER MAY USE AND HOW MANY NUMBERS *
      *                IT MAY TAKE A DAY - A LOOPING CALLER COULD     *
      *                OTHERWISE DRAIN A SERIES OVERNIGHT.  REASON    *
      *                80 UNREGISTERED OR SUSPENDED, 81 OVER THE      *
      *                DAILY LIMIT (FIRST ONE OF THE DAY PAGES        *
      *                ON-CALL THROUGH CTLALRT0, EVENT CQTA), 82 NOT  *
      *                ALLOWED THE SERIES.  THE DAY'S USAGE PER       *
      *                CALLER IS KEPT ON CTLCUS FOR THE CTLCUR01      *
      *                REPORT, AND THE CALLER ID IS RECORDED AS THE   *
      *                SOURCE OF EVERY CTLKEY REGISTRY ENTRY, SO      *
      *                EVERY RANGE SAYS WHICH SYSTEM TOOK IT.         *
      *    2026-10-15  A RETRIED KEY WHOSE RESERVATION CTLEXP01 HAS   *
      *                EXPIRED AND VOIDED IS REFUSED WITH REASON 61   *
      *                INSTEAD OF BEING HANDED THE VOIDED RANGE AS    *
      *                REASON 60.  THE REASON CODE IS CLEARED ON      *
      *                ENTRY SO A CODE LEFT IN THE CALLER'S AREA BY   *
      *                AN EARLIER CALL IS NEVER COUNTED AS A REFUSAL. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-STATUS.

           SELECT CTLKEY-FILE ASSIGN TO "CTLKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLKEY-KEY
               FILE STATUS IS WS-KEY-STATUS.

           SELECT CTLKRP-FILE ASSIGN TO "CTLKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRP-STATUS.

           SELECT CTLCLM-FILE ASSIGN TO "CTLCLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCLM-KEY
               FILE STATUS IS WS-CLM-STATUS.

           SELECT CTLCUS-FILE ASSIGN TO "CTLCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCUS-KEY
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCTL-FILE.
           RECORDING MODE IS F.
       01  CTLRSV-FILE-RECORD         PIC X(57).

       FD  CTLKEY-FILE.
       COPY CTLKEYR.

       FD  CTLKRP-FILE
           RECORDING MODE IS F.
       01  CTLKRP-FILE-RECORD         PIC X(85).

       FD  CTLCLM-FILE.
       COPY CTLCLMR.

       FD  CTLCUS-FILE.
       COPY CTLCUSR.

       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLRSVR.
       COPY CTLKRPR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-CTL-STATUS              PIC X(02) VALUE "00".
       01  WS-AUD-STATUS              PIC X(02) VALUE "00".
       01  WS-PND-STATUS              PIC X(02) VALUE "00".
       01  WS-RSV-STATUS              PIC X(02) VALUE "00".
       01  WS-KEY-STATUS              PIC X(02) VALUE "00".
       01  WS-KRP-STATUS              PIC X(02) VALUE "00".
       01  WS-CLM-STATUS              PIC X(02) VALUE "00".
       01  WS-CUS-STATUS              PIC X(02) VALUE "00".

       01  WS-FILES-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                    VALUE "Y".
       01  WS-RESERVE-SW              PIC X(01) VALUE "N".
           88  WS-RESERVED-MODE                 VALUE "Y".

       01  WS-SERIES-ALLOWED-SW       PIC X(01) VALUE "N".
           88  WS-SERIES-ALLOWED                VALUE "Y".
       01  WS-USAGE-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-USAGE-ON-FILE                 VALUE "Y".
       01  WS-SLOT-IDX                PIC 9(02) COMP.

      *    THE OVER-LIMIT PAGE.  THE NUMBER ON IT IS ZERO - NOTHING
      *    WAS ISSUED; THE MESSAGE NAMES THE CALLER AND SERIES.
       01  WS-ALERT-JOB-NAME          PIC X(08) VALUE "CTLISS00".
       01  WS-ALERT-EVENT             PIC X(04) VALUE "CQTA".
       01  WS-ALERT-NUMBER            PIC 9(09) VALUE 0.
       01  WS-ALERT-MESSAGE           PIC X(60).

       01  WS-TRN-QTY                 PIC 9(04).
       01  WS-FROM-SEQ                PIC 9(07).
       01  WS-TO-SEQ                  PIC 9(07).
       01  WS-AUD-SEQ                 PIC 9(08).
       01  WS-CAND-FULL-NUMBER        PIC 9(09).

       LINKAGE SECTION.
       COPY CTLISSR.
       PROCEDURE DIVISION USING CTLISS-REQUEST.

       0000-MAINLINE.
           MOVE SPACES TO CTLISS-REASON
           MOVE "N" TO WS-REQUEST-DONE-SW
           MOVE "N" TO WS-RESERVE-SW
           IF CTLISS-FUNC-RESERVE
                   IF NOT WS-REQUEST-DONE
                       PERFORM 1000-ENSURE-FILES-OPEN
                   END-IF
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2050-CHECK-CALLER
                   END-IF
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2000-ISSUE-REQUEST
                   END-IF
                   IF NOT WS-REQUEST-DONE
                       PERFORM 1000-ENSURE-FILES-OPEN
                   END-IF
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2050-CHECK-CALLER
                   END-IF
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2600-CONFIRM-RESERVATION
                   END-IF
                   CLOSE CTLPND-FILE
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               ELSE
                   PERFORM 1200-OPEN-KEY-FILES
                   IF WS-REQUEST-DONE
                       CLOSE CTLPND-FILE
                       CLOSE CTLRSV-FILE
                   END-IF
               END-IF
           END-IF.

      *    THE NUMBERED-KEY REGISTRY AND THE REPEAT LOG - WITHOUT
      *    THEM A RETRIED CALL CAN'T BE TOLD FROM A NEW ONE, SO THEY
      *    GATE THE SERVICE THE SAME AS THE COUNTER FILE DOES.  SAME
      *    DEFENSIVE STATUS-35 FALLBACK AS CTLPND.
       1200-OPEN-KEY-FILES.
           OPEN I-O CTLKEY-FILE
           IF WS-KEY-STATUS = "35"
               OPEN OUTPUT CTLKEY-FILE
               CLOSE CTLKEY-FILE
               OPEN I-O CTLKEY-FILE
           END-IF
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLISS00: UNABLE TO OPEN CTLKEY, STATUS="
                   WS-KEY-STATUS
               SET CTLISS-IO-ERROR TO TRUE
               SET WS-REQUEST-DONE TO TRUE
           ELSE
               OPEN EXTEND CTLKRP-FILE
               IF WS-KRP-STATUS = "05" OR WS-KRP-STATUS = "35"
                   OPEN OUTPUT CTLKRP-FILE
               END-IF
               IF WS-KRP-STATUS NOT = "00"
                   DISPLAY "CTLISS00: UNABLE TO OPEN CTLKRP, STATUS="
                       WS-KRP-STATUS
                   CLOSE CTLKEY-FILE
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               ELSE
                   PERFORM 1300-OPEN-CALLER-FILES
                   IF WS-REQUEST-DONE
                       CLOSE CTLKEY-FILE
                       CLOSE CTLKRP-FILE
                   END-IF
               END-IF
           END-IF.

      *    THE CALLER MASTER AND THE DAILY USAGE FILE - WITHOUT THEM
      *    NO CALLER CAN BE CHECKED OR HELD TO ITS LIMIT, SO THEY
      *    GATE THE SERVICE TOO.  THE USAGE FILE GETS THE SAME
      *    DEFENSIVE STATUS-35 FALLBACK AS CTLPND; THE CALLER MASTER
      *    IS LOADED BY CTLCTLDF AND MUST BE THERE.
       1300-OPEN-CALLER-FILES.
           OPEN INPUT CTLCLM-FILE
           IF WS-CLM-STATUS NOT = "00"
               DISPLAY "CTLISS00: UNABLE TO OPEN CTLCLM, STATUS="
                   WS-CLM-STATUS
               SET CTLISS-IO-ERROR TO TRUE
               SET WS-REQUEST-DONE TO TRUE
           ELSE
               OPEN I-O CTLCUS-FILE
               IF WS-CUS-STATUS = "35"
                   OPEN OUTPUT CTLCUS-FILE
                   CLOSE CTLCUS-FILE
                   OPEN I-O CTLCUS-FILE
               END-IF
               IF WS-CUS-STATUS NOT = "00"
                   DISPLAY "CTLISS00: UNABLE TO OPEN CTLCUS, STATUS="
                       WS-CUS-STATUS
                   CLOSE CTLCLM-FILE
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               END-IF
           END-IF.

           ELSE
               MOVE 1 TO WS-TRN-QTY
           END-IF
           PERFORM 2150-CHECK-KEY-REGISTRY
           IF NOT WS-REQUEST-DONE
               PERFORM 2170-CHECK-SERIES-STATUS
           END-IF
           IF NOT WS-REQUEST-DONE
               PERFORM 2200-LOOKUP-OR-ADD-COUNTER
           END-IF
           IF NOT WS-REQUEST-DONE
               PERFORM 2300-CHECK-YEAR-ROLLOVER
           END-IF
               IF CTLCTL-SEQ-NBR + WS-TRN-QTY > CTLCTL-CEILING-SEQ
                   SET CTLISS-AT-CEILING TO TRUE
               ELSE
                   PERFORM 2450-CHARGE-CALLER-LIMIT
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2500-ISSUE-NUMBER
                       IF CTLISS-ISSUED
                           PERFORM 2560-WRITE-KEY-REGISTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE CALLER MUST BE ON CTLCLM, ACTIVE, AND ALLOWED THE
      *    SERIES IT ASKED FOR BEFORE ANYTHING ELSE IS LOOKED AT -
      *    AN UNREGISTERED CALLER DOES NOT EVEN GET A REPEATED KEY'S
      *    ORIGINAL RANGE BACK.  EVERY REFUSAL IS COUNTED ON THE
      *    CALLER'S USAGE RECORD FOR THE DAY.
       2050-CHECK-CALLER.
           MOVE CTLISS-CALLER-ID TO CTLCLM-CALLER-ID
           READ CTLCLM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CLM-STATUS
               WHEN "00"
                   IF NOT CTLCLM-ACTIVE
                       SET CTLISS-CALLER-UNKNOWN TO TRUE
                       SET WS-REQUEST-DONE TO TRUE
                   ELSE
                       MOVE "N" TO WS-SERIES-ALLOWED-SW
                       PERFORM 2060-MATCH-SERIES-SLOT
                           VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > 5
                               OR WS-SERIES-ALLOWED
                       IF NOT WS-SERIES-ALLOWED
                           SET CTLISS-CALLER-NOT-ALLOWED TO TRUE
                           SET WS-REQUEST-DONE TO TRUE
                       END-IF
                   END-IF
               WHEN "23"
                   SET CTLISS-CALLER-UNKNOWN TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "CTLISS00: CTLCLM READ FAILED FOR CALLER "
                       CTLISS-CALLER-ID " STATUS=" WS-CLM-STATUS
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
           END-EVALUATE
           IF CTLISS-CALLER-UNKNOWN OR CTLISS-CALLER-NOT-ALLOWED
               PERFORM 2080-COUNT-AUTH-REFUSAL
           END-IF.

      *    "ALL" IN EITHER HALF OF A SLOT MATCHES ANYTHING; A BLANK
      *    SLOT MATCHES NOTHING.
       2060-MATCH-SERIES-SLOT.
           IF CTLCLM-SLOT-COMPANY (WS-SLOT-IDX) NOT = SPACES
               AND (CTLCLM-SLOT-COMPANY (WS-SLOT-IDX) = "ALL"
                   OR CTLCLM-SLOT-COMPANY (WS-SLOT-IDX)
                       = CTLISS-COMPANY)
               AND (CTLCLM-SLOT-DOC-TYPE (WS-SLOT-IDX) = "ALL"
                   OR CTLCLM-SLOT-DOC-TYPE (WS-SLOT-IDX)
                       = CTLISS-DOC-TYPE)
               SET WS-SERIES-ALLOWED TO TRUE
           END-IF.

      *    THE CALLER'S USAGE RECORD FOR TODAY, OR A FRESH ONE IF
      *    THIS IS ITS FIRST CALL OF THE DAY.  THE CALLER OF THIS
      *    PARAGRAPH CHECKS WS-CUS-STATUS ("00" OR "23" IS GOOD).
       2070-READ-USAGE.
           MOVE "N" TO WS-USAGE-FOUND-SW
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE CTLISS-CALLER-ID TO CTLCUS-CALLER-ID
           MOVE WS-CD-DATE TO CTLCUS-USAGE-DATE
           READ CTLCUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CUS-STATUS
               WHEN "00"
                   SET WS-USAGE-ON-FILE TO TRUE
               WHEN "23"
                   MOVE CTLISS-CALLER-ID TO CTLCUS-CALLER-ID
                   MOVE WS-CD-DATE TO CTLCUS-USAGE-DATE
                   MOVE ZEROES TO CTLCUS-ISSUED-QTY
                   MOVE ZEROES TO CTLCUS-ISSUE-CALLS
                   MOVE ZEROES TO CTLCUS-QUOTA-REFUSALS
                   MOVE ZEROES TO CTLCUS-AUTH-REFUSALS
                   MOVE "N" TO CTLCUS-LIMIT-PAGED
               WHEN OTHER
                   DISPLAY "CTLISS00: CTLCUS READ FAILED FOR CALLER "
                       CTLISS-CALLER-ID " STATUS=" WS-CUS-STATUS
           END-EVALUATE.

       2075-SAVE-USAGE.
           MOVE WS-CD-TIME TO CTLCUS-LAST-CALL-TIME
           IF WS-USAGE-ON-FILE
               REWRITE CTLCUS-RECORD
           ELSE
               WRITE CTLCUS-RECORD
           END-IF
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CTLISS00: CTLCUS UPDATE FAILED FOR CALLER "
                   CTLISS-CALLER-ID " STATUS=" WS-CUS-STATUS
           END-IF.

      *    THE REFUSAL STANDS WHETHER OR NOT IT COULD BE COUNTED -
      *    A USAGE-FILE PROBLEM ONLY REACHES THE REGION LOG.
       2080-COUNT-AUTH-REFUSAL.
           PERFORM 2070-READ-USAGE
           IF WS-CUS-STATUS = "00" OR WS-CUS-STATUS = "23"
               ADD 1 TO CTLCUS-AUTH-REFUSALS
               PERFORM 2075-SAVE-USAGE
           END-IF.

      *    A COMPANY/DOC-TYPE/KEY ALREADY ON THE REGISTRY - A CALLER
      *    RETRYING AFTER A TIMEOUT, OR A KEY THE BATCH PASS ALREADY
      *    NUMBERED - GETS THE ORIGINAL RANGE BACK WITH REASON 60 AND
      *    THE COUNTER IS NEVER TOUCHED.  THAT HOLDS FOR A RESERVE
      *    TOO: THE ORIGINAL RESERVATION IS HANDED BACK AS-IS WHILE
      *    IT IS STILL PENDING.  ONCE THE CTLEXP01 SWEEP HAS EXPIRED
      *    IT THOSE NUMBERS ARE VOIDED, SO THE KEY IS REFUSED WITH
      *    REASON 61 AND NO RANGE - THE CALLER MUST SEND A NEW KEY
      *    RATHER THAN WRITE A DOCUMENT UNDER A VOIDED NUMBER.  EVERY
      *    REPEAT IS LOGGED TO
      *    CTLKRP; A FAILED LOG WRITE STILL HANDS BACK THE RANGE -
      *    THE CALLER'S ANSWER MUST NOT DEPEND ON THE REPORT TRAIL -
      *    BUT IS DISPLAYED FOR THE REGION LOG.
       2150-CHECK-KEY-REGISTRY.
           MOVE CTLISS-COMPANY TO CTLKEY-COMPANY
           MOVE CTLISS-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLISS-TRN-KEY TO CTLKEY-TRN-KEY
           READ CTLKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-KEY-STATUS
               WHEN "00"
                   IF CTLKEY-EXPIRED
                       MOVE ZERO TO CTLISS-CTL-NUMBER-FROM
                       MOVE ZERO TO CTLISS-CTL-NUMBER-TO
                       SET CTLISS-KEY-EXPIRED TO TRUE
                   ELSE
                       MOVE CTLKEY-CTL-NUMBER-FROM
                           TO CTLISS-CTL-NUMBER-FROM
                       MOVE CTLKEY-CTL-NUMBER-TO
                           TO CTLISS-CTL-NUMBER-TO
                       SET CTLISS-REPEAT-KEY TO TRUE
                   END-IF
                   SET WS-REQUEST-DONE TO TRUE
                   PERFORM 2160-LOG-REPEATED-KEY
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLISS00: CTLKEY READ FAILED FOR "
                       CTLISS-COMPANY " " CTLISS-DOC-TYPE
                       " TRN " CTLISS-TRN-KEY " STATUS=" WS-KEY-STATUS
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
           END-EVALUATE.

       2160-LOG-REPEATED-KEY.
           MOVE CTLISS-COMPANY TO CTLKRP-COMPANY
           MOVE CTLISS-DOC-TYPE TO CTLKRP-DOC-TYPE
           MOVE CTLISS-TRN-KEY TO CTLKRP-TRN-KEY
           MOVE WS-TRN-QTY TO CTLKRP-REQ-QTY
           MOVE CTLKEY-CTL-NUMBER-FROM TO CTLKRP-CTL-NUMBER-FROM
           MOVE CTLKEY-CTL-NUMBER-TO TO CTLKRP-CTL-NUMBER-TO
           MOVE CTLKEY-ISSUE-DATE TO CTLKRP-ORIG-DATE
           MOVE CTLKEY-SOURCE TO CTLKRP-ORIG-SOURCE
           MOVE CTLISS-CALLER-ID TO CTLKRP-SEEN-BY
           IF CTLKEY-EXPIRED
               MOVE "EXPD" TO CTLKRP-DISPOSITION
           ELSE
               MOVE "RTRN" TO CTLKRP-DISPOSITION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO CTLKRP-EVENT-DATE
           MOVE WS-CD-TIME TO CTLKRP-EVENT-TIME
           MOVE CTLKRP-RECORD TO CTLKRP-FILE-RECORD
           WRITE CTLKRP-FILE-RECORD
           IF WS-KRP-STATUS NOT = "00"
               DISPLAY "CTLISS00: REPEAT-LOG WRITE FAILED FOR TRN "
                   CTLISS-TRN-KEY " STATUS=" WS-KRP-STATUS
           END-IF.

      *    ONLY A LIVE SERIES TAKES NEW NUMBERS.  A RETIRED, FROZEN,
      *    OR NOT-YET-EFFECTIVE TYPE IS REFUSED HERE, AFTER THE
      *    REGISTRY CHECK SO A RETRY STILL GETS ITS ORIGINAL RANGE
      *    BACK.  A TYPE WITH NO CTLDOC RECORD IS LEFT TO THE
      *    COUNTER LOOKUP, WHICH HAS ALWAYS ANSWERED THAT ONE.
       2170-CHECK-SERIES-STATUS.
           MOVE CTLISS-COMPANY TO CTLDOC-COMPANY
           MOVE CTLISS-DOC-TYPE TO CTLDOC-DOC-TYPE
           READ CTLDOC-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-DOC-STATUS
               WHEN "00"
                   EVALUATE TRUE
                       WHEN CTLDOC-RETIRED
                           SET CTLISS-DOC-RETIRED TO TRUE
                           SET WS-REQUEST-DONE TO TRUE
                       WHEN CTLDOC-FROZEN
                           SET CTLISS-DOC-FROZEN TO TRUE
                           SET WS-REQUEST-DONE TO TRUE
                       WHEN CTLDOC-NOT-YET-EFFECTIVE
                           SET CTLISS-DOC-NOT-EFFECTIVE TO TRUE
                           SET WS-REQUEST-DONE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLISS00: CTLDOC READ FAILED FOR "
                       CTLISS-COMPANY " " CTLISS-DOC-TYPE
                       " STATUS=" WS-DOC-STATUS
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
           END-EVALUATE.

      *    A BLANK COMPANY, DOC TYPE, OR TRANSACTION KEY NEVER
      *    TOUCHES THE COUNTER - THE CALLER GETS REASON 40 AND
      *    NOTHING IS OPENED, COMMITTED, OR AUDITED.  RUNS AHEAD OF
           END-READ
           EVALUATE WS-DOC-STATUS
               WHEN "00"
                   PERFORM 2350-RESOLVE-FISCAL-YEAR
                   IF NOT WS-REQUEST-DONE
                       PERFORM 2220-BUILD-COUNTER-FROM-DOC
                   END-IF
               WHEN "23"
                   SET CTLISS-DOC-UNKNOWN TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
           MOVE CTLCTL-SEED-SEQ TO CTLCTL-SEQ-NBR
           MOVE "N" TO CTLCTL-WARN-ISSUED
           MOVE "N" TO CTLCTL-OVFL-ISSUED
           MOVE CTLCLQ-FY-PREFIX TO CTLCTL-YEAR
           MOVE WS-CD-DATE TO CTLCTL-LAST-UPD-DATE
           MOVE WS-CD-TIME TO CTLCTL-LAST-UPD-TIME
           WRITE CTLCTL-RECORD
               SET WS-REQUEST-DONE TO TRUE
           END-IF.

      *    SAME FISCAL-YEAR RESET AS CTLNBR01'S 2300 - WHICHEVER
      *    PATH TOUCHES THE COUNTER FIRST IN A NEW FISCAL YEAR ROLLS
      *    IT, AND A PREFIX BEHIND THE COUNTER'S (A CALENDAR CHANGED
      *    UNDER A LIVE SERIES) IS REFUSED RATHER THAN ROLLED BACK.
       2300-CHECK-YEAR-ROLLOVER.
           PERFORM 2350-RESOLVE-FISCAL-YEAR
           EVALUATE TRUE
               WHEN WS-REQUEST-DONE
                   CONTINUE
               WHEN CTLCLQ-FY-PREFIX = CTLCTL-YEAR
                   CONTINUE
               WHEN CTLCLQ-FY-PREFIX < CTLCTL-YEAR
                   DISPLAY "CTLISS00: CALENDAR PREFIX "
                       CTLCLQ-FY-PREFIX " IS BEHIND COUNTER YEAR "
                       CTLCTL-YEAR " FOR " CTLCTL-COMPANY " "
                       CTLCTL-DOC-TYPE " - NOTHING ISSUED"
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               WHEN OTHER
                   MOVE CTLCLQ-FY-PREFIX TO CTLCTL-YEAR
                   MOVE CTLCTL-SEED-SEQ TO CTLCTL-SEQ-NBR
                   MOVE "N" TO CTLCTL-WARN-ISSUED
                   MOVE "N" TO CTLCTL-OVFL-ISSUED
                   REWRITE CTLCTL-RECORD
                   IF WS-CTL-STATUS NOT = "00"
                       DISPLAY "CTLISS00: YEAR-ROLLOVER REWRITE FAILED "
                           "FOR " CTLCTL-DOC-TYPE
                           " STATUS=" WS-CTL-STATUS
                       SET CTLISS-IO-ERROR TO TRUE
                       SET WS-REQUEST-DONE TO TRUE
                   END-IF
           END-EVALUATE.

       2350-RESOLVE-FISCAL-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLCLQ-FUNC-FISCAL-YEAR TO TRUE
           MOVE CTLISS-COMPANY TO CTLCLQ-COMPANY
           MOVE WS-CD-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               DISPLAY "CTLISS00: NO COMPANY CALENDAR ANSWER FOR "
                   CTLISS-COMPANY " - NOTHING ISSUED"
               SET CTLISS-IO-ERROR TO TRUE
               SET WS-REQUEST-DONE TO TRUE
           END-IF.

      *    THE CALLER'S DAY IS CHARGED BEFORE THE COUNTER IS - IF
      *    THE ISSUE THEN FAILS, THE CALLER HAS LOST SOME OF ITS
      *    ALLOWANCE, NEVER GAINED ANY, SO A LOOPING CALLER CAN
      *    NEVER TAKE MORE THAN ITS LIMIT.  A REQUEST THAT WOULD GO
      *    PAST THE LIMIT IS REFUSED WHOLE (REASON 81) - A BLOCK IS
      *    NEVER CUT SHORT TO FIT.  THE FIRST SUCH REFUSAL OF THE
      *    DAY PAGES ON-CALL.
       2450-CHARGE-CALLER-LIMIT.
           PERFORM 2070-READ-USAGE
           EVALUATE TRUE
               WHEN WS-CUS-STATUS NOT = "00"
                   AND WS-CUS-STATUS NOT = "23"
                   SET CTLISS-IO-ERROR TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               WHEN CTLCUS-ISSUED-QTY + WS-TRN-QTY
                   > CTLCLM-DAILY-LIMIT
                   ADD 1 TO CTLCUS-QUOTA-REFUSALS
                   IF NOT CTLCUS-LIMIT-WAS-PAGED
                       PERFORM 2460-PAGE-LIMIT-HIT
                       SET CTLCUS-LIMIT-WAS-PAGED TO TRUE
                   END-IF
                   PERFORM 2075-SAVE-USAGE
                   SET CTLISS-CALLER-OVER-LIMIT TO TRUE
                   SET WS-REQUEST-DONE TO TRUE
               WHEN OTHER
                   ADD WS-TRN-QTY TO CTLCUS-ISSUED-QTY
                   ADD 1 TO CTLCUS-ISSUE-CALLS
                   PERFORM 2075-SAVE-USAGE
                   IF WS-CUS-STATUS NOT = "00"
                       DISPLAY "CTLISS00: CALLER " CTLISS-CALLER-ID
                           " USAGE NOT RECORDED - NOTHING ISSUED"
                       SET CTLISS-IO-ERROR TO TRUE
                       SET WS-REQUEST-DONE TO TRUE
                   END-IF
           END-EVALUATE.

       2460-PAGE-LIMIT-HIT.
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "CALLER " CTLISS-CALLER-ID " AT DAILY LIMIT "
               CTLCLM-DAILY-LIMIT " ON " CTLISS-COMPANY "/"
               CTLISS-DOC-TYPE
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           CALL "CTLALRT0" USING WS-ALERT-JOB-NAME WS-ALERT-EVENT
               CTLISS-DOC-TYPE WS-ALERT-NUMBER WS-ALERT-MESSAGE.

      *    COUNTER COMMITS FIRST, AUDIT SECOND - SEE THE HEADER.  NO
      *    CHECKPOINT HERE: RESTART RESYNC IS A PROPERTY OF THE DAILY
      *    CTLTRN PASS, NOT OF ON-DEMAND CALLERS, WHO GET THE RESULT
               END-IF
           END-IF.

      *    THE ISSUED (OR RESERVED) RANGE GOES ON THE REGISTRY LAST,
      *    ONCE EVERYTHING ELSE ABOUT IT IS ON FILE.  A FAILURE IS AN
      *    I/O ERROR THE CALLER MUST TREAT AS FATAL, LIKE A FAILED
      *    PENDING WRITE - THE RANGE IS COMMITTED AND AUDITED, BUT A
      *    RETRY OF THE SAME KEY WOULD NOT BE RECOGNISED.
       2560-WRITE-KEY-REGISTRY.
           MOVE CTLISS-COMPANY TO CTLKEY-COMPANY
           MOVE CTLISS-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLISS-TRN-KEY TO CTLKEY-TRN-KEY
           MOVE CTLISS-CTL-NUMBER-FROM TO CTLKEY-CTL-NUMBER-FROM
           MOVE CTLISS-CTL-NUMBER-TO TO CTLKEY-CTL-NUMBER-TO
           MOVE WS-TRN-QTY TO CTLKEY-QTY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO CTLKEY-ISSUE-DATE
           MOVE WS-CD-TIME TO CTLKEY-ISSUE-TIME
           MOVE CTLISS-CALLER-ID TO CTLKEY-SOURCE
           SET CTLKEY-LIVE TO TRUE
           WRITE CTLKEY-RECORD
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLISS00: KEY-REGISTRY WRITE FAILED FOR "
                   "ALREADY-COMMITTED RANGE, TRN " CTLISS-TRN-KEY
                   " STATUS=" WS-KEY-STATUS
               SET CTLISS-IO-ERROR TO TRUE
           END-IF.

      *    A CONFIRM NAMES ITS RESERVATION BY COMPANY, DOC TYPE, AND
      *    THE FROM-NUMBER THE RESERVE CALL HANDED BACK - NO PENDING
      *    RECORD UNDER THAT KEY MEANS IT WAS NEVER RESERVED, WAS
               CLOSE CTLAUD-FILE
               CLOSE CTLPND-FILE
               CLOSE CTLRSV-FILE
               CLOSE CTLKEY-FILE
               CLOSE CTLKRP-FILE
               CLOSE CTLCLM-FILE
               CLOSE CTLCUS-FILE
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF
           SET CTLISS-ISSUED TO TRUE.
