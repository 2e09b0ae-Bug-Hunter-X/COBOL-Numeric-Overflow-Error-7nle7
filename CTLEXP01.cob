      *    WALKS THE CTLPND PENDING FILE - RANGES CTLISS00 RESERVED   *
      *    (FUNCTION R) THAT NO CALLER EVER CONFIRMED (FUNCTION F) -  *
      *    AND EXPIRES EVERY RESERVATION OLDER THAN THE OPERATIONS-   *
      *    SET AGE (CTLPRM CARD COLS 1-3, BUSINESS DAYS ON THE        *
      *    RESERVING COMPANY'S CALENDAR, DEFAULT 1).  AN              *
      *    EXPIRED RANGE IS RELEASED WITH A DURABLE RECORD: ONE       *
      *    CTLVOID ROW PER NUMBER, SO THE NIGHTLY CTLREC01 PASS       *
      *    REPORTS THE NUMBERS AS VOIDED ONCE INSTEAD OF CARRYING     *
      *    THEM IN SUSPENSE UNTIL SOMEONE WORKS A MANUAL VOID         *
      *    TICKET, PLUS AN EXPR EVENT ON THE CTLRSV RESERVATION       *
      *    TRAIL SO THE AUDITORS SEE EXPIRY AS ITS OWN EVENT, AND     *
      *    THE RESERVING KEY IS MARKED EXPIRED ON THE CTLKEY          *
      *    REGISTRY SO A LATE RETRY OF IT IS REFUSED RATHER THAN      *
      *    HANDED THE VOIDED NUMBERS.  THE PENDING RECORD IS ONLY     *
      *    DELETED AFTER ALL THREE DURABLE WRITES SUCCEED - A         *
      *    FAILURE LEAVES IT FOR TOMORROW'S SWEEP                     *
      *    RATHER THAN LOSING THE RANGE WITHOUT A TRACE.              *
      *                                                               *
      *    RUN AHEAD OF THE CTLVOD01 AND CTLREC01 JOBS SO TONIGHT'S   *
      *    RECONCILIATION SEES TONIGHT'S EXPIRIES ON THE VOID LOG.    *
      *                                                               *
      *    ON A DATE THAT IS NOT A BUSINESS DAY ON THE SHARED         *
      *    CALENDAR NOTHING CAN AGE, SO THE SWEEP IS SKIPPED CLEANLY  *
      *    UNLESS CTLPRM COL 5 IS Y.                                  *
      *                                                               *
      *    RETURNS 0 ON A CLEAN SWEEP (EXPIRING RESERVATIONS IS       *
      *    NORMAL WORK, NOT AN EXCEPTION) OR A SKIPPED ONE, 4 WHEN    *
      *    THE BUSINESS CALENDAR COULD NOT BE READ AND CALENDAR DAYS  *
      *    WERE USED, 16 ON A FILE ERROR.                             *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-09-02  INITIAL VERSION.                               *
      *    2026-10-15  RESERVATIONS AGE IN BUSINESS DAYS FROM THE     *
      *                CTLCAL00 CALENDAR, SO A FRIDAY RESERVATION NO  *
      *                LONGER EXPIRES OVER THE WEEKEND; THE REPORT    *
      *                SHOWS BOTH AGES AND THE SWEEP SKIPS A          *
      *                NON-BUSINESS DATE.                             *
      *    2026-10-15  THE EXPIRED RESERVATION'S TRANSACTION KEY IS   *
      *                MARKED EXPIRED ON THE CTLKEY REGISTRY BEFORE   *
      *                THE PENDING RECORD GOES, SO CTLISS00 REFUSES A *
      *                RETRY OF IT (REASON 61) INSTEAD OF HANDING     *
      *                BACK THE RANGE THIS SWEEP JUST VOIDED.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CTLPND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT CTLKEY-FILE ASSIGN TO "CTLKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLKEY-KEY
               FILE STATUS IS WS-KEY-STATUS.

           SELECT CTLVOID-FILE ASSIGN TO "CTLVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOD-STATUS.
       FD  CTLPND-FILE.
       COPY CTLPNDR.

       FD  CTLKEY-FILE.
       COPY CTLKEYR.

       FD  CTLVOID-FILE
           RECORDING MODE IS F.
       01  CTLVOID-FILE-RECORD        PIC X(60).
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-DAYS             PIC X(03).
           05  FILLER                  PIC X(01).
           05  CTLPRM-FORCE            PIC X(01).
           05  FILLER                  PIC X(75).

       FD  CTLXRP-FILE
           RECORDING MODE IS F.
       COPY CTLVODR.
       COPY CTLRSVR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-PND-STATUS              PIC X(02) VALUE "00".
       01  WS-KEY-STATUS              PIC X(02) VALUE "00".
       01  WS-VOD-STATUS              PIC X(02) VALUE "00".
       01  WS-RSV-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

      *    HOW MANY BUSINESS DAYS A RESERVATION MAY SIT UNCONFIRMED
      *    BEFORE THE SWEEP EXPIRES IT - OPERATIONS SETS IT ON THE
      *    CTLPRM CARD (COLS 1-3); 1 WHEN THE CARD IS ABSENT, SO LAST
      *    BUSINESS DAY'S ABANDONED RESERVATIONS GO TONIGHT.
       01  WS-EXPIRE-DAYS             PIC 9(03) VALUE 1.
       01  WS-FORCE-SW                PIC X(01) VALUE "N".
           88  WS-FORCE-RUN                     VALUE "Y".
      *    SET WHEN THE BUSINESS CALENDAR COULD NOT BE READ - AGES
      *    FALL BACK TO CALENDAR DAYS, THE RULE BEFORE THE CALENDAR.
       01  WS-CAL-DOWN-SW             PIC X(01) VALUE "N".
           88  WS-CALENDAR-DOWN                 VALUE "Y".
       01  WS-PRM-DAYS                PIC X(03).
       01  WS-PRM-DAYS-N REDEFINES WS-PRM-DAYS
                                      PIC 9(03).
      *    HIGH-ORDER-TRUNCATE A 1000-DAY-OLD RESERVATION TO AGE 0
      *    AND HOLD IT FOREVER INSTEAD OF EXPIRING IT.
       01  WS-AGE-DAYS                PIC S9(05).
       01  WS-CAL-AGE-DAYS            PIC S9(05).
       01  WS-PRINT-BUS-AGE           PIC 9(05).
       01  WS-PRINT-CAL-AGE           PIC 9(05).
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).
       01  WS-EXPIRED-COUNT           PIC 9(07) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(07) VALUE 0.
       01  WS-VOIDWRT-COUNT           PIC 9(07) VALUE 0.
       01  WS-KEYMRK-COUNT            PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-PENDING TO TRUE
           END-IF
           OPEN I-O CTLKEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLEXP01: UNABLE TO OPEN CTLKEY, STATUS="
                   WS-KEY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-PENDING TO TRUE
           END-IF
           OPEN EXTEND CTLVOID-FILE
           IF WS-VOD-STATUS = "05" OR WS-VOD-STATUS = "35"
               OPEN OUTPUT CTLVOID-FILE
           PERFORM 1100-LOAD-PARAMETERS
           MOVE SPACES TO CTLXRP-RECORD
           STRING "CTLEXP01 RESERVATION EXPIRY SWEEP - " WS-CD-DATE
               " - LIMIT " WS-EXPIRE-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO CTLXRP-RECORD
           WRITE CTLXRP-RECORD
           MOVE SPACES TO CTLXRP-RECORD
           WRITE CTLXRP-RECORD
           IF NOT WS-END-OF-PENDING
               PERFORM 1150-CHECK-BUSINESS-DAY
           END-IF
           IF NOT WS-END-OF-PENDING
               PERFORM 1200-START-PENDING-SCAN
           END-IF.
                           DISPLAY "CTLEXP01: CTLPRM DAYS NOT NUMERIC"
                               " - USING DEFAULT " WS-EXPIRE-DAYS
                       END-IF
                       IF CTLPRM-FORCE = "Y"
                           SET WS-FORCE-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           ELSE
                   WS-EXPIRE-DAYS " DAYS"
           END-IF.

      *    NO RESERVATION CAN AGE ON A DAY THAT IS NOT A BUSINESS
      *    DAY, SO THE SWEEP HAS NOTHING TO DO AND STANDS DOWN - A
      *    COMPANY OPEN ON A SHARED HOLIDAY HAS ITS EXPIRIES ON THE
      *    NEXT SHARED BUSINESS DAY, ONE DAY LATE, NEVER EARLY.  A
      *    CALENDAR THAT CANNOT BE READ DOES NOT STOP THE SWEEP; IT
      *    AGES BY CALENDAR DAYS INSTEAD.
       1150-CHECK-BUSINESS-DAY.
           SET CTLCLQ-FUNC-BUSINESS-DAY TO TRUE
           MOVE SPACES TO CTLCLQ-COMPANY
           MOVE WS-CD-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCLQ-IO-ERROR
                   PERFORM 1160-NOTE-CALENDAR-DOWN
               WHEN CTLCLQ-BUSINESS-DAY
                   CONTINUE
               WHEN WS-FORCE-RUN
                   DISPLAY "CTLEXP01: " WS-CD-DATE " IS NOT A "
                       "BUSINESS DAY - SWEEP FORCED BY CTLPRM"
               WHEN OTHER
                   MOVE SPACES TO CTLXRP-RECORD
                   STRING "NON-BUSINESS DAY (" CTLCLQ-DAY-TYPE
                       ") - SWEEP SKIPPED, NOTHING AGES TODAY"
                       DELIMITED BY SIZE INTO CTLXRP-RECORD
                   WRITE CTLXRP-RECORD
                   DISPLAY CTLXRP-RECORD
                   SET WS-END-OF-PENDING TO TRUE
           END-EVALUATE.

       1160-NOTE-CALENDAR-DOWN.
           IF NOT WS-CALENDAR-DOWN
               SET WS-CALENDAR-DOWN TO TRUE
               DISPLAY "CTLEXP01: BUSINESS CALENDAR UNAVAILABLE - "
                   "AGING BY CALENDAR DAYS"
               MOVE SPACES TO CTLXRP-RECORD
               STRING "BUSINESS CALENDAR UNAVAILABLE - "
                   "AGED BY CALENDAR DAYS"
                   DELIMITED BY SIZE INTO CTLXRP-RECORD
               WRITE CTLXRP-RECORD
           END-IF.

      *    POSITION AT THE LOWEST KEY AND READ THE PENDING FILE
      *    FRONT TO BACK - AN EMPTY FILE IS THE NORMAL CASE ON A
      *    QUIET NIGHT, NOT AN ERROR.
           IF WS-DATE-WORK IS NUMERIC
               COMPUTE WS-RSV-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               COMPUTE WS-CAL-AGE-DAYS = WS-TODAY-INT - WS-RSV-INT
               PERFORM 2050-AGE-BUSINESS-DAYS
           ELSE
      *        A RESERVATION WITH AN UNREADABLE DATE HAS BEEN
      *        SITTING LONG ENOUGH - TREAT IT AS OVER-AGE RATHER
      *        THAN CARRY IT FOREVER.
               MOVE WS-EXPIRE-DAYS TO WS-AGE-DAYS
               MOVE WS-EXPIRE-DAYS TO WS-CAL-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS >= WS-EXPIRE-DAYS
               PERFORM 3000-EXPIRE-RESERVATION
               PERFORM 2100-READ-NEXT-PENDING
           END-IF.

      *    THE AGE THAT EXPIRES A RESERVATION IS IN BUSINESS DAYS ON
      *    ITS OWN COMPANY'S CALENDAR; CALENDAR DAYS ARE ONLY THE
      *    FALLBACK WHEN THE CALENDAR CANNOT BE READ.
       2050-AGE-BUSINESS-DAYS.
           MOVE WS-CAL-AGE-DAYS TO WS-AGE-DAYS
           IF NOT WS-CALENDAR-DOWN
               AND WS-CAL-AGE-DAYS > 0
               SET CTLCLQ-FUNC-AGE TO TRUE
               MOVE CTLPND-COMPANY TO CTLCLQ-COMPANY
               MOVE CTLPND-RSV-DATE TO CTLCLQ-DATE
               MOVE WS-CD-DATE TO CTLCLQ-TO-DATE
               CALL "CTLCAL00" USING CTLCLQ-REQUEST
               IF CTLCLQ-IO-ERROR
                   PERFORM 1160-NOTE-CALENDAR-DOWN
               ELSE
                   MOVE CTLCLQ-BUSINESS-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF.

       2100-READ-NEXT-PENDING.
           READ CTLPND-FILE NEXT RECORD
               AT END
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-PENDING TO TRUE
           ELSE
               PERFORM 3250-MARK-KEY-EXPIRED
           END-IF.

      *    THE KEY THAT TOOK THE RESERVATION IS MARKED EXPIRED SO A
      *    RETRY OF IT CANNOT BE HANDED THE NUMBERS JUST VOIDED.  A
      *    KEY ALREADY MARKED (A RERUN AFTER A FAILED DELETE) IS
      *    SIMPLY MARKED AGAIN.  A RESERVATION WITH NO REGISTRY ENTRY
      *    (RESERVED BEFORE THE REGISTRY EXISTED) HAS NOTHING TO
      *    MARK AND STILL EXPIRES; ANY OTHER FAILURE KEEPS THE
      *    PENDING RECORD FOR TOMORROW, LIKE A FAILED VOID WRITE.
       3250-MARK-KEY-EXPIRED.
           MOVE CTLPND-COMPANY TO CTLKEY-COMPANY
           MOVE CTLPND-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLPND-TRN-KEY TO CTLKEY-TRN-KEY
           READ CTLKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KEY-STATUS = "00"
               SET CTLKEY-EXPIRED TO TRUE
               REWRITE CTLKEY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           EVALUATE WS-KEY-STATUS
               WHEN "00"
                   ADD 1 TO WS-KEYMRK-COUNT
                   PERFORM 3300-DELETE-PENDING
               WHEN "23"
                   PERFORM 3300-DELETE-PENDING
               WHEN OTHER
                   DISPLAY "CTLEXP01: CTLKEY EXPIRE MARK FAILED FOR "
                       CTLPND-COMPANY " " CTLPND-DOC-TYPE
                       " TRN " CTLPND-TRN-KEY
                       " STATUS=" WS-KEY-STATUS
                       " - PENDING RECORD KEPT"
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-PENDING TO TRUE
           END-EVALUATE.

       3300-DELETE-PENDING.
           DELETE CTLPND-FILE RECORD
           IF WS-PND-STATUS NOT = "00"
                       CONTINUE
               END-STRING
               WRITE CTLXRP-RECORD
               MOVE WS-AGE-DAYS TO WS-PRINT-BUS-AGE
               MOVE WS-CAL-AGE-DAYS TO WS-PRINT-CAL-AGE
               MOVE SPACES TO CTLXRP-RECORD
               STRING "        AGE BUSINESS DAYS=" WS-PRINT-BUS-AGE
                   " CALENDAR DAYS=" WS-PRINT-CAL-AGE
                   DELIMITED BY SIZE INTO CTLXRP-RECORD
               WRITE CTLXRP-RECORD
           END-IF.

       7000-WRITE-SUMMARY.
               " VOIDS WRITTEN=" WS-VOIDWRT-COUNT
               DELIMITED BY SIZE INTO CTLXRP-RECORD
           WRITE CTLXRP-RECORD
           DISPLAY CTLXRP-RECORD
           MOVE SPACES TO CTLXRP-RECORD
           STRING "        KEYS MARKED EXPIRED=" WS-KEYMRK-COUNT
               DELIMITED BY SIZE INTO CTLXRP-RECORD
           WRITE CTLXRP-RECORD
           DISPLAY CTLXRP-RECORD
           IF WS-CALENDAR-DOWN AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           CLOSE CTLPND-FILE
           CLOSE CTLKEY-FILE
           CLOSE CTLVOID-FILE
           CLOSE CTLRSV-FILE
           CLOSE CTLXRP-FILE.
