       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLKRP01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLKRP01 - REPEATED TRANSACTION-KEY REPORT                 *
      *    LISTS EVERY REQUEST THAT ARRIVED WITH A COMPANY/DOC-TYPE/  *
      *    TRANSACTION KEY THE CTLKEY REGISTRY SAYS WAS ALREADY       *
      *    NUMBERED - REJECTED BY CTLEDT01, SKIPPED BY CTLNBR01,      *
      *    ANSWERED WITH THE ORIGINAL RANGE BY CTLISS00, OR REFUSED   *
      *    BY CTLISS00 BECAUSE ITS RESERVATION WAS EXPIRED - FROM THE *
      *    CTLKRP REPEAT LOG, THEN TOTALS THEM BY COMPANY, DOC TYPE,  *
      *    AND THE PROGRAM OR CALLER THAT RECEIVED THEM, SO THE       *
      *    UPSTREAM SYSTEM THAT KEEPS RESENDING CAN BE CHASED DOWN    *
      *    INSTEAD OF EACH REPEAT SURFACING DAYS LATER AS A           *
      *    RECONCILIATION GAP.                                        *
      *                                                               *
      *    THE CTLPRM CARD CARRIES THE EVENT-DATE RANGE TO REPORT -   *
      *    COLS 1-8 FROM, COLS 10-17 TO (YYYYMMDD).  EITHER LEFT      *
      *    BLANK DEFAULTS TO THE RUN DATE, SO THE NIGHTLY STEP WITH   *
      *    NO CARD REPORTS TODAY'S REPEATS.                           *
      *                                                               *
      *    RETURNS 0 WHEN THE RANGE HAD NO REPEATS, 4 WHEN IT HAD     *
      *    ANY, 16 ON A FILE ERROR.                                   *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  EXPD REPEATS (A RETRIED KEY WHOSE RESERVATION  *
      *                CTLEXP01 EXPIRED) ARE TOTALLED ON THEIR OWN    *
      *                INSTEAD OF WITH THE RTRN HAND-BACKS.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLKRP-FILE ASSIGN TO "CTLKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRP-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLKRR-FILE ASSIGN TO "CTLKRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLKRP-FILE
           RECORDING MODE IS F.
       01  CTLKRP-FILE-RECORD         PIC X(85).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-DATE-FROM        PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-DATE-TO          PIC X(08).
           05  FILLER                  PIC X(63).

       FD  CTLKRR-FILE
           RECORDING MODE IS F.
       01  CTLKRR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLKRPR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-KRP-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-KRR-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-REPEATS                VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

       01  WS-DATE-FROM               PIC X(08).
       01  WS-DATE-TO                 PIC X(08).

      *    ONE ENTRY PER COMPANY / DOC TYPE / RECEIVING PROGRAM OR
      *    CALLER SEEN IN THE RANGE.  A FULL TABLE DOES NOT STOP THE
      *    DETAIL LISTING - THE OVERFLOW IS COUNTED AND SAID SO.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TALLY-IDX.
               10  WS-TALLY-COMPANY    PIC X(03).
               10  WS-TALLY-DOC-TYPE   PIC X(04).
               10  WS-TALLY-SEEN-BY    PIC X(08).
               10  WS-TALLY-COUNT      PIC 9(07).
       01  WS-TALLY-COUNT-USED        PIC 9(03) COMP VALUE 0.
       01  WS-TALLY-MAX               PIC 9(03) COMP VALUE 200.
       01  WS-RPT-IDX                 PIC 9(03) COMP.

       01  WS-SCANNED-COUNT           PIC 9(07) VALUE 0.
       01  WS-REPEAT-COUNT            PIC 9(07) VALUE 0.
       01  WS-REJT-COUNT              PIC 9(07) VALUE 0.
       01  WS-SKIP-COUNT              PIC 9(07) VALUE 0.
       01  WS-RTRN-COUNT              PIC 9(07) VALUE 0.
       01  WS-EXPD-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNTALLIED-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           PERFORM 2000-SCAN-REPEATS
               UNTIL WS-END-OF-REPEATS
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1100-LOAD-PARAMETERS
      *    AN EMPTY OR NOT-YET-CREATED LOG IS A DAY WITH NO REPEATS,
      *    NOT AN ERROR.
           OPEN INPUT CTLKRP-FILE
           EVALUATE WS-KRP-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "05"
               WHEN "35"
                   SET WS-END-OF-REPEATS TO TRUE
               WHEN OTHER
                   DISPLAY "CTLKRP01: UNABLE TO OPEN CTLKRP, STATUS="
                       WS-KRP-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-REPEATS TO TRUE
           END-EVALUATE
           OPEN OUTPUT CTLKRR-FILE
           MOVE SPACES TO CTLKRR-RECORD
           STRING "CTLKRP01 REPEATED TRANSACTION KEYS - "
               WS-DATE-FROM " THRU " WS-DATE-TO
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           MOVE SPACES TO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           MOVE SPACES TO CTLKRR-RECORD
           STRING "DISP CO  DOC  TRN KEY      ORIGINAL  DATED    "
               "BY       SEEN BY"
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD.

      *    A BLANK DATE ON THE CARD (OR NO CARD AT ALL) MEANS THE RUN
      *    DATE, SO THE NIGHTLY STEP NEEDS NO CARD.
       1100-LOAD-PARAMETERS.
           MOVE WS-CD-DATE TO WS-DATE-FROM
           MOVE WS-CD-DATE TO WS-DATE-TO
           OPEN INPUT CTLPRM-FILE
           IF WS-PRM-STATUS = "00"
               READ CTLPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTLPRM-DATE-FROM NOT = SPACES
                           MOVE CTLPRM-DATE-FROM TO WS-DATE-FROM
                       END-IF
                       IF CTLPRM-DATE-TO NOT = SPACES
                           MOVE CTLPRM-DATE-TO TO WS-DATE-TO
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

       2000-SCAN-REPEATS.
           READ CTLKRP-FILE INTO CTLKRP-RECORD
               AT END
                   SET WS-END-OF-REPEATS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF CTLKRP-EVENT-DATE NOT < WS-DATE-FROM
                       AND CTLKRP-EVENT-DATE NOT > WS-DATE-TO
                       PERFORM 3000-REPORT-REPEAT
                   END-IF
           END-READ.

       3000-REPORT-REPEAT.
           ADD 1 TO WS-REPEAT-COUNT
           EVALUATE CTLKRP-DISPOSITION
               WHEN "REJT"
                   ADD 1 TO WS-REJT-COUNT
               WHEN "SKIP"
                   ADD 1 TO WS-SKIP-COUNT
               WHEN "EXPD"
                   ADD 1 TO WS-EXPD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RTRN-COUNT
           END-EVALUATE
           MOVE SPACES TO CTLKRR-RECORD
           STRING CTLKRP-DISPOSITION " " CTLKRP-COMPANY " "
               CTLKRP-DOC-TYPE " " CTLKRP-TRN-KEY " "
               CTLKRP-CTL-NUMBER-FROM " " CTLKRP-ORIG-DATE " "
               CTLKRP-ORIG-SOURCE " " CTLKRP-SEEN-BY
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           PERFORM 3100-TALLY-REPEAT.

       3100-TALLY-REPEAT.
           SET WS-TALLY-IDX TO 1
           SEARCH WS-TALLY-ENTRY
               AT END
                   PERFORM 3110-ADD-TALLY-ENTRY
               WHEN WS-TALLY-IDX > WS-TALLY-COUNT-USED
                   PERFORM 3110-ADD-TALLY-ENTRY
               WHEN WS-TALLY-COMPANY (WS-TALLY-IDX) = CTLKRP-COMPANY
                   AND WS-TALLY-DOC-TYPE (WS-TALLY-IDX)
                       = CTLKRP-DOC-TYPE
                   AND WS-TALLY-SEEN-BY (WS-TALLY-IDX)
                       = CTLKRP-SEEN-BY
                   ADD 1 TO WS-TALLY-COUNT (WS-TALLY-IDX)
           END-SEARCH.

       3110-ADD-TALLY-ENTRY.
           IF WS-TALLY-COUNT-USED >= WS-TALLY-MAX
               ADD 1 TO WS-UNTALLIED-COUNT
           ELSE
               ADD 1 TO WS-TALLY-COUNT-USED
               SET WS-TALLY-IDX TO WS-TALLY-COUNT-USED
               MOVE CTLKRP-COMPANY TO WS-TALLY-COMPANY (WS-TALLY-IDX)
               MOVE CTLKRP-DOC-TYPE
                   TO WS-TALLY-DOC-TYPE (WS-TALLY-IDX)
               MOVE CTLKRP-SEEN-BY TO WS-TALLY-SEEN-BY (WS-TALLY-IDX)
               MOVE 1 TO WS-TALLY-COUNT (WS-TALLY-IDX)
           END-IF.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           MOVE "REPEATS BY COMPANY / DOC TYPE / RECEIVED BY"
               TO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           PERFORM 7100-WRITE-TALLY-LINE
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-TALLY-COUNT-USED
           IF WS-UNTALLIED-COUNT > 0
               MOVE SPACES TO CTLKRR-RECORD
               STRING "  ** TALLY TABLE FULL - " WS-UNTALLIED-COUNT
                   " REPEATS LISTED ABOVE BUT NOT TOTALLED **"
                   DELIMITED BY SIZE INTO CTLKRR-RECORD
               WRITE CTLKRR-RECORD
           END-IF
           MOVE SPACES TO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           MOVE SPACES TO CTLKRR-RECORD
           STRING "SUMMARY SCANNED=" WS-SCANNED-COUNT
               " REPEATS=" WS-REPEAT-COUNT
               " REJT=" WS-REJT-COUNT
               " SKIP=" WS-SKIP-COUNT
               " RTRN=" WS-RTRN-COUNT
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           DISPLAY CTLKRR-RECORD
           MOVE SPACES TO CTLKRR-RECORD
           STRING "        EXPD=" WS-EXPD-COUNT
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD
           DISPLAY CTLKRR-RECORD
           IF WS-REPEAT-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       7100-WRITE-TALLY-LINE.
           SET WS-TALLY-IDX TO WS-RPT-IDX
           MOVE SPACES TO CTLKRR-RECORD
           STRING "  " WS-TALLY-COMPANY (WS-TALLY-IDX) " "
               WS-TALLY-DOC-TYPE (WS-TALLY-IDX) " "
               WS-TALLY-SEEN-BY (WS-TALLY-IDX) " "
               WS-TALLY-COUNT (WS-TALLY-IDX) " REPEATS"
               DELIMITED BY SIZE INTO CTLKRR-RECORD
           WRITE CTLKRR-RECORD.

       8000-TERMINATE.
           CLOSE CTLKRP-FILE
           CLOSE CTLKRR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLKRP01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLKRP01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLKRP01: RUN-CONTROL END STAMP FAILED"
           END-IF.
