       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLACK01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLACK01 - NIGHTLY FEED ACKNOWLEDGMENT MATCH               *
      *    CTLXTR01 SHIPS THE LIFECYCLE FEED WITH TRAILER COUNTS AND  *
      *    REGISTERS EVERY FEED DATE ON CTLFDR.  THE DATA WAREHOUSE   *
      *    AND THE GL EACH SEND BACK AN ACKNOWLEDGMENT RECORD PER     *
      *    FEED DATE (CTLACKR) - ACCEPTED OR REJECTED, WITH THE       *
      *    COUNTS THEY THEMSELVES LOADED.  THIS STEP:                 *
      *      - MATCHES EACH ACKNOWLEDGMENT TO ITS REGISTERED FEED     *
      *        AND RECEIVER SLOT: ACCEPTED WITH EQUAL ISSUED/POSTED/  *
      *        VOIDED/RECLAIM/SUSPENSE COUNTS IS BALANCED, ACCEPTED   *
      *        WITH ANY COUNT DIFFERENT IS A MISMATCH, REJECTED IS    *
      *        REJECTED;                                              *
      *      - AGES EVERY SLOT STILL WAITING AND MARKS IT OVERDUE     *
      *        ONCE THE FEED HAS GONE UNANSWERED LONGER THAN THE      *
      *        OPERATIONS-SET LIMIT (CTLPRM COLS 1-3, BUSINESS DAYS   *
      *        ON THE SHARED CALENDAR, DEFAULT 2);                    *
      *      - LISTS EVERY FLAGGED FEED DATE (OVERDUE, MISMATCH,      *
      *        REJECTED) ON ITS REPORT.  THE FLAGS LIVE ON THE        *
      *        REGISTER, WHERE CTLOPS01 PICKS THEM UP FOR THE         *
      *        MORNING REPORT, AND STAY UNTIL THE DATE IS RESENT      *
      *        (CTLXTR01 WITH THE CTLPRM RESEND FLAG).                *
      *    AN ACKNOWLEDGMENT FOR A DATE NOT ON THE REGISTER, OR FROM  *
      *    A RECEIVER WE DON'T SEND TO, IS LISTED AND OTHERWISE       *
      *    IGNORED.  A SECOND ACKNOWLEDGMENT FOR THE SAME SEND        *
      *    REPLACES THE FIRST - THE RECEIVER'S LATEST WORD STANDS.    *
      *                                                               *
      *    RUN AFTER THE RECEIVERS' RETURN FILES ARRIVE AND BEFORE    *
      *    CTLOPS01.                                                  *
      *                                                               *
      *    RETURNS 0 WHEN EVERY FEED IS BALANCED OR STILL INSIDE ITS  *
      *    WAIT, 4 WHEN ANY FEED DATE IS FLAGGED OR AN                *
      *    ACKNOWLEDGMENT COULD NOT BE MATCHED, OR WHEN THE BUSINESS  *
      *    CALENDAR COULD NOT BE READ AND CALENDAR DAYS WERE USED, 16 *
      *    ON A FILE ERROR.                                           *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  THE WAIT AGES IN BUSINESS DAYS ON THE SHARED   *
      *                CALENDAR (CTLCAL00), SO A FEED SENT ON A       *
      *                FRIDAY IS NOT OVERDUE BY MONDAY; FLAGGED DATES *
      *                SHOW BOTH AGES.  CTLHOL UNREADABLE FALLS BACK  *
      *                TO CALENDAR DAYS WITH RC=4.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLACKI-FILE ASSIGN TO "CTLACKI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CTLFDR-FILE ASSIGN TO "CTLFDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLFDR-KEY
               FILE STATUS IS WS-FDR-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLAKR-FILE ASSIGN TO "CTLAKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLACKI-FILE
           RECORDING MODE IS F.
       01  CTLACKI-RECORD             PIC X(86).

       FD  CTLFDR-FILE.
       COPY CTLFDRR.

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-DAYS             PIC X(03).
           05  FILLER                  PIC X(77).

       FD  CTLAKR-FILE
           RECORDING MODE IS F.
       01  CTLAKR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLACKR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-ACK-STATUS              PIC X(02) VALUE "00".
       01  WS-FDR-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-AKR-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

      *    HOW MANY BUSINESS DAYS A RECEIVER MAY LEAVE A FEED
      *    UNANSWERED BEFORE IT IS FLAGGED - OPERATIONS SETS IT ON
      *    THE CTLPRM CARD (COLS 1-3); 2 WHEN THE CARD IS ABSENT, SO
      *    A FEED SENT TONIGHT HAS ALL OF THE NEXT BUSINESS DAY TO
      *    BE ANSWERED.
       01  WS-WAIT-DAYS               PIC 9(03) VALUE 2.
      *    SET WHEN THE BUSINESS CALENDAR COULD NOT BE READ - AGES
      *    FALL BACK TO CALENDAR DAYS, THE RULE BEFORE THE CALENDAR.
       01  WS-CAL-DOWN-SW             PIC X(01) VALUE "N".
           88  WS-CALENDAR-DOWN                 VALUE "Y".
       01  WS-PRM-DAYS                PIC X(03).
       01  WS-PRM-DAYS-N REDEFINES WS-PRM-DAYS
                                      PIC 9(03).

       01  WS-TODAY-INT               PIC 9(08).
       01  WS-SENT-INT                PIC 9(08).
       01  WS-AGE-DAYS                PIC S9(05).
       01  WS-CAL-AGE-DAYS            PIC S9(05).
       01  WS-PRINT-BUS-AGE           PIC 9(05).
       01  WS-PRINT-CAL-AGE           PIC 9(05).
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).

      *    RECEIVER SLOT ON THE REGISTER - 1 DATA WAREHOUSE, 2 GL.
       01  WS-RCV-IDX                 PIC 9(01) COMP.
       01  WS-RCV-NAME                PIC X(04).
       01  WS-REGISTER-CHANGED-SW     PIC X(01) VALUE "N".
           88  WS-REGISTER-CHANGED              VALUE "Y".
       01  WS-STATE-TEXT              PIC X(08).

       01  WS-ACK-READ-COUNT          PIC 9(07) VALUE 0.
       01  WS-ACK-UNMATCHED-COUNT     PIC 9(07) VALUE 0.
       01  WS-FEED-COUNT              PIC 9(07) VALUE 0.
       01  WS-BALANCED-COUNT          PIC 9(07) VALUE 0.
       01  WS-WAITING-COUNT           PIC 9(07) VALUE 0.
       01  WS-OVERDUE-COUNT           PIC 9(07) VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           IF WS-RETURN-CODE < 16
               PERFORM 2000-APPLY-ACKNOWLEDGMENTS
           END-IF
           IF WS-RETURN-CODE < 16
               PERFORM 3000-AGE-REGISTER
           END-IF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    NO RETURN FILE AT ALL IS A QUIET NIGHT FROM THE RECEIVERS'
      *    SIDE, NOT A FAILURE - THE AGING PASS STILL RUNS AND IS
      *    EXACTLY WHAT CATCHES THEM NOT ANSWERING.
       1000-INITIALIZE.
           OPEN OUTPUT CTLAKR-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO WS-DATE-WORK-X
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           PERFORM 1100-LOAD-PARAMETERS
           MOVE SPACES TO CTLAKR-RECORD
           STRING "CTLACK01 FEED ACKNOWLEDGMENT MATCH - " WS-CD-DATE
               " - WAIT " WS-WAIT-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           OPEN I-O CTLFDR-FILE
           IF WS-FDR-STATUS NOT = "00"
               DISPLAY "CTLACK01: UNABLE TO OPEN CTLFDR, STATUS="
                   WS-FDR-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN INPUT CTLACKI-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "CTLACK01: NO ACKNOWLEDGMENT FILE, STATUS="
                   WS-ACK-STATUS " - AGING ONLY"
           END-IF.

      *    THE WAIT IS OPERATIONS' KNOB, NOT A COMPILED CONSTANT -
      *    A MISSING OR UNREADABLE CARD FALLS BACK TO THE DEFAULT
      *    RATHER THAN STOPPING THE MATCH.
       1100-LOAD-PARAMETERS.
           OPEN INPUT CTLPRM-FILE
           IF WS-PRM-STATUS = "00"
               READ CTLPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTLPRM-DAYS TO WS-PRM-DAYS
                       IF WS-PRM-DAYS-N IS NUMERIC
                           AND WS-PRM-DAYS-N > 0
                           MOVE WS-PRM-DAYS-N TO WS-WAIT-DAYS
                       ELSE
                           DISPLAY "CTLACK01: CTLPRM DAYS NOT NUMERIC"
                               " - USING DEFAULT " WS-WAIT-DAYS
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

       2000-APPLY-ACKNOWLEDGMENTS.
           MOVE SPACES TO CTLAKR-RECORD
           MOVE "ACKNOWLEDGMENTS RECEIVED" TO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE "N" TO WS-EOF-SW
           IF WS-ACK-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM 2100-APPLY-ONE-ACK
               UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 16
           IF WS-ACK-READ-COUNT = 0
               MOVE "  NONE" TO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
           END-IF
           MOVE SPACES TO CTLAKR-RECORD
           WRITE CTLAKR-RECORD.

       2100-APPLY-ONE-ACK.
           READ CTLACKI-FILE INTO CTLACK-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-READ-COUNT
                   PERFORM 2200-FIND-RECEIVER
                   EVALUATE TRUE
                       WHEN WS-RCV-IDX = 0
                           PERFORM 2800-LIST-UNMATCHED
                       WHEN NOT CTLACK-ACCEPTED
                               AND NOT CTLACK-REJECTED
                           PERFORM 2800-LIST-UNMATCHED
                       WHEN OTHER
                           PERFORM 2300-READ-REGISTER
                   END-EVALUATE
           END-READ.

       2200-FIND-RECEIVER.
           EVALUATE CTLACK-RECEIVER
               WHEN "DWH "
                   MOVE 1 TO WS-RCV-IDX
               WHEN "GL  "
                   MOVE 2 TO WS-RCV-IDX
               WHEN OTHER
                   MOVE 0 TO WS-RCV-IDX
           END-EVALUATE.

       2300-READ-REGISTER.
           MOVE CTLACK-FEED-DATE TO CTLFDR-FEED-DATE
           READ CTLFDR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-FDR-STATUS
               WHEN "00"
                   PERFORM 2400-MATCH-ACK
               WHEN "23"
                   PERFORM 2800-LIST-UNMATCHED
               WHEN OTHER
                   DISPLAY "CTLACK01: CTLFDR READ FAILED FOR "
                       CTLACK-FEED-DATE ", STATUS=" WS-FDR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

      *    THE FIVE COUNTS ARE THE ONES THE RECEIVERS LOAD AS
      *    THEIR OWN - THE XPOSTED DETAILS ARE EXCEPTION ROWS THE
      *    WAREHOUSE KEEPS SEPARATELY AND ARE NOT BALANCED HERE.
       2400-MATCH-ACK.
           IF CTLFDR-RCV-BALANCED (WS-RCV-IDX)
               OR CTLFDR-RCV-MISMATCH (WS-RCV-IDX)
               OR CTLFDR-RCV-REJECTED (WS-RCV-IDX)
               MOVE SPACES TO CTLAKR-RECORD
               STRING "  " CTLACK-FEED-DATE " " CTLACK-RECEIVER
                   " ANSWERED AGAIN - LATEST ACKNOWLEDGMENT STANDS"
                   DELIMITED BY SIZE INTO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
           END-IF
           MOVE CTLACK-ACK-DATE TO CTLFDR-RCV-ACK-DATE (WS-RCV-IDX)
           MOVE CTLACK-REASON TO CTLFDR-RCV-REASON (WS-RCV-IDX)
           MOVE CTLACK-ISSUED TO CTLFDR-RCV-ISSUED (WS-RCV-IDX)
           MOVE CTLACK-POSTED TO CTLFDR-RCV-POSTED (WS-RCV-IDX)
           MOVE CTLACK-VOIDED TO CTLFDR-RCV-VOIDED (WS-RCV-IDX)
           MOVE CTLACK-RECLAIM TO CTLFDR-RCV-RECLAIM (WS-RCV-IDX)
           MOVE CTLACK-SUSPENSE TO CTLFDR-RCV-SUSPENSE (WS-RCV-IDX)
           EVALUATE TRUE
               WHEN CTLACK-REJECTED
                   SET CTLFDR-RCV-REJECTED (WS-RCV-IDX) TO TRUE
               WHEN CTLACK-ISSUED = CTLFDR-SENT-ISSUED
                       AND CTLACK-POSTED = CTLFDR-SENT-POSTED
                       AND CTLACK-VOIDED = CTLFDR-SENT-VOIDED
                       AND CTLACK-RECLAIM = CTLFDR-SENT-RECLAIM
                       AND CTLACK-SUSPENSE = CTLFDR-SENT-SUSPENSE
                   SET CTLFDR-RCV-BALANCED (WS-RCV-IDX) TO TRUE
               WHEN OTHER
                   SET CTLFDR-RCV-MISMATCH (WS-RCV-IDX) TO TRUE
           END-EVALUATE
           REWRITE CTLFDR-RECORD
           IF WS-FDR-STATUS NOT = "00"
               DISPLAY "CTLACK01: CTLFDR REWRITE FAILED FOR "
                   CTLFDR-FEED-DATE ", STATUS=" WS-FDR-STATUS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM 6100-SET-STATE-TEXT
               MOVE SPACES TO CTLAKR-RECORD
               STRING "  " CTLFDR-FEED-DATE " " CTLACK-RECEIVER
                   " " WS-STATE-TEXT " ACK " CTLACK-ACK-DATE
                   " " CTLACK-REASON
                   DELIMITED BY SIZE INTO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
               IF CTLFDR-RCV-MISMATCH (WS-RCV-IDX)
                   PERFORM 2500-LIST-COUNT-COMPARE
               END-IF
           END-IF.

       2500-LIST-COUNT-COMPARE.
           MOVE SPACES TO CTLAKR-RECORD
           STRING "    SENT     ISS=" CTLFDR-SENT-ISSUED
               " PST=" CTLFDR-SENT-POSTED
               " VOD=" CTLFDR-SENT-VOIDED
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           STRING "             RCL=" CTLFDR-SENT-RECLAIM
               " SUS=" CTLFDR-SENT-SUSPENSE
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           STRING "    RECEIVED ISS=" CTLACK-ISSUED
               " PST=" CTLACK-POSTED
               " VOD=" CTLACK-VOIDED
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           STRING "             RCL=" CTLACK-RECLAIM
               " SUS=" CTLACK-SUSPENSE
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD.

       2800-LIST-UNMATCHED.
           ADD 1 TO WS-ACK-UNMATCHED-COUNT
           MOVE 4 TO WS-RETURN-CODE
           MOVE SPACES TO CTLAKR-RECORD
           EVALUATE TRUE
               WHEN WS-RCV-IDX = 0
                   STRING "  " CTLACK-FEED-DATE " " CTLACK-RECEIVER
                       " UNKNOWN RECEIVER - IGNORED"
                       DELIMITED BY SIZE INTO CTLAKR-RECORD
               WHEN NOT CTLACK-ACCEPTED AND NOT CTLACK-REJECTED
                   STRING "  " CTLACK-FEED-DATE " " CTLACK-RECEIVER
                       " RESULT '" CTLACK-RESULT
                       "' NOT A OR R - IGNORED"
                       DELIMITED BY SIZE INTO CTLAKR-RECORD
               WHEN OTHER
                   STRING "  " CTLACK-FEED-DATE " " CTLACK-RECEIVER
                       " NO SUCH FEED ON THE REGISTER - IGNORED"
                       DELIMITED BY SIZE INTO CTLAKR-RECORD
           END-EVALUATE
           WRITE CTLAKR-RECORD.

      *    EVERY REGISTERED FEED, OLDEST FIRST.  A SLOT STILL
      *    WAITING PAST THE LIMIT BECOMES OVERDUE; EVERY FLAGGED
      *    SLOT IS LISTED EACH NIGHT UNTIL THE DATE IS RESENT.
       3000-AGE-REGISTER.
           MOVE "FLAGGED FEED DATES" TO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CTLFDR-KEY
           START CTLFDR-FILE KEY NOT LESS THAN CTLFDR-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 3100-READ-NEXT-FEED
           END-IF
           PERFORM 3200-AGE-ONE-FEED
               UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 16
           IF WS-OVERDUE-COUNT = 0 AND WS-MISMATCH-COUNT = 0
               AND WS-REJECTED-COUNT = 0
               MOVE "  NONE" TO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
           END-IF.

       3100-READ-NEXT-FEED.
           READ CTLFDR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               AND WS-FDR-STATUS NOT = "00"
               DISPLAY "CTLACK01: CTLFDR READ FAILED, STATUS="
                   WS-FDR-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       3200-AGE-ONE-FEED.
           ADD 1 TO WS-FEED-COUNT
           MOVE "N" TO WS-REGISTER-CHANGED-SW
           MOVE CTLFDR-SENT-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK IS NUMERIC
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               COMPUTE WS-CAL-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
               PERFORM 3250-AGE-BUSINESS-DAYS
           ELSE
      *        A SEND DATE NOBODY CAN READ HAS WAITED LONG ENOUGH.
               MOVE WS-WAIT-DAYS TO WS-AGE-DAYS
               MOVE WS-WAIT-DAYS TO WS-CAL-AGE-DAYS
           END-IF
           PERFORM 3300-AGE-ONE-RECEIVER
               VARYING WS-RCV-IDX FROM 1 BY 1
               UNTIL WS-RCV-IDX > 2
           IF WS-REGISTER-CHANGED
               REWRITE CTLFDR-RECORD
               IF WS-FDR-STATUS NOT = "00"
                   DISPLAY "CTLACK01: CTLFDR REWRITE FAILED FOR "
                       CTLFDR-FEED-DATE ", STATUS=" WS-FDR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE < 16
               PERFORM 3100-READ-NEXT-FEED
           END-IF.

      *    THE WAIT IS COUNTED IN BUSINESS DAYS ON THE SHARED
      *    CALENDAR - A FEED CARRIES NO COMPANY, AND THE RECEIVERS
      *    KEEP THE SHARED HOLIDAYS.  CALENDAR DAYS ARE ONLY THE
      *    FALLBACK WHEN THE CALENDAR CANNOT BE READ.
       3250-AGE-BUSINESS-DAYS.
           MOVE WS-CAL-AGE-DAYS TO WS-AGE-DAYS
           IF NOT WS-CALENDAR-DOWN
               AND WS-CAL-AGE-DAYS > 0
               SET CTLCLQ-FUNC-AGE TO TRUE
               MOVE SPACES TO CTLCLQ-COMPANY
               MOVE CTLFDR-SENT-DATE TO CTLCLQ-DATE
               MOVE WS-CD-DATE TO CTLCLQ-TO-DATE
               CALL "CTLCAL00" USING CTLCLQ-REQUEST
               IF CTLCLQ-IO-ERROR
                   PERFORM 3260-NOTE-CALENDAR-DOWN
               ELSE
                   MOVE CTLCLQ-BUSINESS-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF.

       3260-NOTE-CALENDAR-DOWN.
           IF NOT WS-CALENDAR-DOWN
               SET WS-CALENDAR-DOWN TO TRUE
               DISPLAY "CTLACK01: BUSINESS CALENDAR UNAVAILABLE - "
                   "AGING BY CALENDAR DAYS"
               MOVE SPACES TO CTLAKR-RECORD
               STRING "  BUSINESS CALENDAR UNAVAILABLE - "
                   "AGED BY CALENDAR DAYS"
                   DELIMITED BY SIZE INTO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
           END-IF.

       3300-AGE-ONE-RECEIVER.
           IF CTLFDR-RCV-WAITING (WS-RCV-IDX)
               AND WS-AGE-DAYS >= WS-WAIT-DAYS
               SET CTLFDR-RCV-OVERDUE (WS-RCV-IDX) TO TRUE
               SET WS-REGISTER-CHANGED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CTLFDR-RCV-WAITING (WS-RCV-IDX)
                   ADD 1 TO WS-WAITING-COUNT
               WHEN CTLFDR-RCV-BALANCED (WS-RCV-IDX)
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN CTLFDR-RCV-OVERDUE (WS-RCV-IDX)
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN CTLFDR-RCV-MISMATCH (WS-RCV-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN CTLFDR-RCV-REJECTED (WS-RCV-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           IF CTLFDR-RCV-FLAGGED (WS-RCV-IDX)
               MOVE 4 TO WS-RETURN-CODE
               PERFORM 6000-SET-RECEIVER-NAME
               PERFORM 6100-SET-STATE-TEXT
               MOVE SPACES TO CTLAKR-RECORD
               STRING "  " CTLFDR-FEED-DATE " " WS-RCV-NAME
                   " " WS-STATE-TEXT
                   " SENT " CTLFDR-SENT-DATE
                   " SEND " CTLFDR-SEND-COUNT
                   " " CTLFDR-RCV-REASON (WS-RCV-IDX)
                   DELIMITED BY SIZE INTO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
               MOVE WS-AGE-DAYS TO WS-PRINT-BUS-AGE
               MOVE WS-CAL-AGE-DAYS TO WS-PRINT-CAL-AGE
               MOVE SPACES TO CTLAKR-RECORD
               STRING "            AGE BUSINESS DAYS=" WS-PRINT-BUS-AGE
                   " CALENDAR DAYS=" WS-PRINT-CAL-AGE
                   DELIMITED BY SIZE INTO CTLAKR-RECORD
               WRITE CTLAKR-RECORD
           END-IF.

       6000-SET-RECEIVER-NAME.
           IF WS-RCV-IDX = 1
               MOVE "DWH " TO WS-RCV-NAME
           ELSE
               MOVE "GL  " TO WS-RCV-NAME
           END-IF.

       6100-SET-STATE-TEXT.
           EVALUATE TRUE
               WHEN CTLFDR-RCV-WAITING (WS-RCV-IDX)
                   MOVE "WAITING " TO WS-STATE-TEXT
               WHEN CTLFDR-RCV-OVERDUE (WS-RCV-IDX)
                   MOVE "OVERDUE " TO WS-STATE-TEXT
               WHEN CTLFDR-RCV-BALANCED (WS-RCV-IDX)
                   MOVE "BALANCED" TO WS-STATE-TEXT
               WHEN CTLFDR-RCV-MISMATCH (WS-RCV-IDX)
                   MOVE "MISMATCH" TO WS-STATE-TEXT
               WHEN CTLFDR-RCV-REJECTED (WS-RCV-IDX)
                   MOVE "REJECTED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN " TO WS-STATE-TEXT
           END-EVALUATE.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           STRING "SUMMARY ACKS=" WS-ACK-READ-COUNT
               " UNMATCHED=" WS-ACK-UNMATCHED-COUNT
               " FEEDS=" WS-FEED-COUNT
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           DISPLAY CTLAKR-RECORD
           MOVE SPACES TO CTLAKR-RECORD
           STRING "  BALANCED=" WS-BALANCED-COUNT
               " WAITING=" WS-WAITING-COUNT
               " OVERDUE=" WS-OVERDUE-COUNT
               " MISMATCH=" WS-MISMATCH-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO CTLAKR-RECORD
           WRITE CTLAKR-RECORD
           DISPLAY CTLAKR-RECORD
           IF WS-CALENDAR-DOWN AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           CLOSE CTLACKI-FILE
           CLOSE CTLFDR-FILE
           CLOSE CTLAKR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLACK01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLACK01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLACK01: RUN-CONTROL END STAMP FAILED"
           END-IF.
