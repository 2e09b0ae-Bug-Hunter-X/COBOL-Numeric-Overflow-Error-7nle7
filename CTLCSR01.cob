       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCSR01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCSR01 - OUTSTANDING PRE-PRINTED STOCK BY CUSTODIAN      *
      *    LISTS EVERY OPEN BLOCK ON THE CTLCSB CUSTODY LEDGER UNDER  *
      *    THE BRANCH OR PRINT VENDOR HOLDING IT, WITH HOW MANY OF    *
      *    ITS FORMS ARE STILL BLANK AND HOW LONG IT HAS GONE WITHOUT *
      *    A CONSUMPTION REPORT - IN BUSINESS DAYS ON THE BLOCK'S     *
      *    COMPANY CALENDAR (CTLCAL00), WITH CALENDAR DAYS ALONGSIDE. *
      *    BLANK STOCK NOBODY IS USING IS THE STOCK THAT WALKS OUT OF *
      *    THE DOOR, SO THIS IS THE LIST THE CUSTODY CLERK CHASES     *
      *    FROM.                                                      *
      *                                                               *
      *    FLAGS:                                                     *
      *      IDLE       - BLANK FORMS LEFT AND NO CONSUMPTION REPORT  *
      *                   (OR TRANSFER IN) FOR MORE BUSINESS DAYS     *
      *                   THAN THE CUSTODIAN'S CTLCSD IDLE-DAYS, OR   *
      *                   THE DEFAULT WHEN THAT IS ZERO               *
      *      UNASGN     - REGISTERED BEFORE THE REPORT DATE AND       *
      *                   STILL GIVEN TO NOBODY                       *
      *                                                               *
      *    THE INPUT IS THE LEDGER SORTED BY CUSTODIAN, THEN SERIES   *
      *    AND NUMBER, WITH CLOSED BLOCKS LEFT OUT (SEE THE SORT STEP *
      *    IN JCL/CTLCSR01.JCL).  THE CTLPRM CARD CARRIES COLS 1-8    *
      *    THE REPORT DATE (YYYYMMDD, BLANK = THE RUN DATE), COLS     *
      *    10-12 THE DEFAULT IDLE BUSINESS DAYS (BLANK = 20), AND COL *
      *    14 = Y TO LIST ON A DATE THAT IS NOT A BUSINESS DAY ON THE *
      *    SHARED CALENDAR - WITHOUT IT SUCH A RUN IS SKIPPED.        *
      *                                                               *
      *    RETURNS 0 WHEN NOTHING IS FLAGGED OR THE RUN WAS SKIPPED,  *
      *    4 WHEN ANY BLOCK IS FLAGGED OR THE BUSINESS CALENDAR COULD *
      *    NOT BE READ (IDLE DAYS ARE THEN CALENDAR DAYS), 16 ON A    *
      *    FILE ERROR.                                                *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCSBI-FILE ASSIGN TO "CTLCSBI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSBI-STATUS.

           SELECT CTLCSD-FILE ASSIGN TO "CTLCSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCSD-KEY
               FILE STATUS IS WS-CSD-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLCSR-FILE ASSIGN TO "CTLCSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCSBI-FILE
           RECORDING MODE IS F.
       01  CTLCSBI-FILE-RECORD        PIC X(116).

       FD  CTLCSD-FILE.
       COPY CTLCSDR.

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-REPORT-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-IDLE-DAYS        PIC X(03).
           05  FILLER                  PIC X(01).
           05  CTLPRM-FORCE            PIC X(01).
           05  FILLER                  PIC X(66).

       FD  CTLCSR-FILE
           RECORDING MODE IS F.
       01  CTLCSR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLCSBR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-CSBI-STATUS             PIC X(02) VALUE "00".
       01  WS-CSD-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-CSR-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".
       01  WS-FIRST-SW                PIC X(01) VALUE "Y".
           88  WS-FIRST-BLOCK                   VALUE "Y".
       01  WS-FORCE-SW                PIC X(01) VALUE "N".
           88  WS-FORCE-RUN                     VALUE "Y".
      *    SET WHEN THE BUSINESS CALENDAR COULD NOT BE READ - IDLE
      *    TIME FALLS BACK TO CALENDAR DAYS.
       01  WS-CAL-DOWN-SW             PIC X(01) VALUE "N".
           88  WS-CALENDAR-DOWN                 VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

       01  WS-REPORT-DATE             PIC X(08).
       01  WS-REPORT-INT              PIC 9(08).
       01  WS-DEFAULT-IDLE            PIC 9(03) VALUE 20.
       01  WS-PRM-DATE                PIC X(08).
       01  WS-PRM-DATE-N REDEFINES WS-PRM-DATE
                                      PIC 9(08).
       01  WS-PRM-DAYS                PIC X(03).
       01  WS-PRM-DAYS-N REDEFINES WS-PRM-DAYS
                                      PIC 9(03).
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).
       01  WS-DATE-INT                PIC 9(08).

      *    THE CUSTODIAN BEING LISTED AND ITS OWN IDLE LIMIT.
       01  WS-CUR-CUSTODIAN           PIC X(08).
       01  WS-CUR-NAME                PIC X(20).
       01  WS-CUR-TYPE                PIC X(06).
       01  WS-CUR-IDLE-LIMIT          PIC 9(03).

       01  WS-SINCE-DATE              PIC X(08).
       01  WS-ACTIVITY-DATE           PIC X(08).
       01  WS-IDLE-DAYS               PIC 9(04).
       01  WS-IDLE-CAL-DAYS           PIC 9(05).
       01  WS-BLANK-QTY               PIC S9(08).
       01  WS-PRINT-BLANK             PIC 9(07).
       01  WS-FLAG                    PIC X(06).

       01  WS-CUST-BLOCKS             PIC 9(07) VALUE 0.
       01  WS-CUST-BLANK              PIC 9(09) VALUE 0.
       01  WS-CUST-FLAGGED            PIC 9(07) VALUE 0.

       01  WS-BLOCK-COUNT             PIC 9(07) VALUE 0.
       01  WS-BLANK-TOTAL             PIC 9(09) VALUE 0.
       01  WS-IDLE-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNASSIGNED-COUNT        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           PERFORM 2000-PROCESS-BLOCK
               UNTIL WS-END-OF-FILE
           IF NOT WS-FIRST-BLOCK
               PERFORM 3900-WRITE-CUSTODIAN-TOTAL
           END-IF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1100-LOAD-PARAMETERS
           MOVE WS-REPORT-DATE TO WS-DATE-WORK-X
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           OPEN OUTPUT CTLCSR-FILE
           MOVE SPACES TO CTLCSR-RECORD
           STRING "CTLCSR01 OUTSTANDING STOCK BY CUSTODIAN - "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO CTLCSR-RECORD
           WRITE CTLCSR-RECORD
           MOVE SPACES TO CTLCSR-RECORD
           WRITE CTLCSR-RECORD
           PERFORM 1150-CHECK-BUSINESS-DAY
           IF NOT WS-END-OF-FILE
               MOVE SPACES TO CTLCSR-RECORD
               STRING "IDLE TIME IN BUSINESS (BUS) AND CALENDAR (CAL) "
                   "DAYS"
                   DELIMITED BY SIZE INTO CTLCSR-RECORD
               WRITE CTLCSR-RECORD
               MOVE SPACES TO CTLCSR-RECORD
               STRING "CO  DOC  FROM      TO            QTY   BLANK "
                   "SINCE    LAST-USE  BUS   CAL FLAG"
                   DELIMITED BY SIZE INTO CTLCSR-RECORD
               WRITE CTLCSR-RECORD
           END-IF
           OPEN INPUT CTLCSBI-FILE
           IF WS-CSBI-STATUS NOT = "00"
               DISPLAY "CTLCSR01: UNABLE TO OPEN CTLCSBI, STATUS="
                   WS-CSBI-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF
      *    WITHOUT THE CUSTODIAN MASTER THE BLOCKS STILL LIST, UNDER
      *    THE DEFAULT IDLE LIMIT AND WITH NO NAMES.
           OPEN INPUT CTLCSD-FILE
           IF WS-CSD-STATUS NOT = "00"
               DISPLAY "CTLCSR01: CTLCSD NOT AVAILABLE, STATUS="
                   WS-CSD-STATUS " - DEFAULT IDLE LIMIT USED"
           END-IF
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-BLOCK
           END-IF.

      *    ONLY A FULL YYYYMMDD OVERRIDES THE RUN DATE, THE SAME RULE
      *    AS CTLOPS01; A BLANK OR BAD IDLE COUNT TAKES THE DEFAULT.
       1100-LOAD-PARAMETERS.
           MOVE WS-CD-DATE TO WS-REPORT-DATE
           OPEN INPUT CTLPRM-FILE
           IF WS-PRM-STATUS = "00"
               READ CTLPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTLPRM-REPORT-DATE TO WS-PRM-DATE
                       IF WS-PRM-DATE NOT = SPACES
                           IF WS-PRM-DATE-N IS NUMERIC
                               MOVE WS-PRM-DATE TO WS-REPORT-DATE
                           ELSE
                               DISPLAY "CTLCSR01: CTLPRM DATE NOT "
                                   "YYYYMMDD - REPORTING FOR "
                                   WS-REPORT-DATE
                           END-IF
                       END-IF
                       MOVE CTLPRM-IDLE-DAYS TO WS-PRM-DAYS
                       IF WS-PRM-DAYS NOT = SPACES
                           IF WS-PRM-DAYS-N IS NUMERIC
                               AND WS-PRM-DAYS-N > 0
                               MOVE WS-PRM-DAYS-N TO WS-DEFAULT-IDLE
                           ELSE
                               DISPLAY "CTLCSR01: CTLPRM IDLE DAYS "
                                   "NOT NUMERIC - USING DEFAULT "
                                   WS-DEFAULT-IDLE
                           END-IF
                       END-IF
                       IF CTLPRM-FORCE = "Y"
                           SET WS-FORCE-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

      *    NOBODY CONSUMES OR CHASES STOCK ON A DAY THAT IS NOT A
      *    BUSINESS DAY, SO THE LISTING STANDS DOWN UNLESS CTLPRM
      *    FORCES IT.  A CALENDAR THAT CANNOT BE READ DOES NOT STOP
      *    THE LISTING; IDLE TIME IS THEN COUNTED IN CALENDAR DAYS.
       1150-CHECK-BUSINESS-DAY.
           SET CTLCLQ-FUNC-BUSINESS-DAY TO TRUE
           MOVE SPACES TO CTLCLQ-COMPANY
           MOVE WS-REPORT-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCLQ-IO-ERROR
                   PERFORM 1160-NOTE-CALENDAR-DOWN
               WHEN CTLCLQ-BUSINESS-DAY
                   CONTINUE
               WHEN WS-FORCE-RUN
                   DISPLAY "CTLCSR01: " WS-REPORT-DATE " IS NOT A "
                       "BUSINESS DAY - LISTING FORCED BY CTLPRM"
               WHEN OTHER
                   MOVE SPACES TO CTLCSR-RECORD
                   STRING "NON-BUSINESS DAY (" CTLCLQ-DAY-TYPE
                       ") - LISTING SKIPPED"
                       DELIMITED BY SIZE INTO CTLCSR-RECORD
                   WRITE CTLCSR-RECORD
                   DISPLAY CTLCSR-RECORD
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

       1160-NOTE-CALENDAR-DOWN.
           IF NOT WS-CALENDAR-DOWN
               SET WS-CALENDAR-DOWN TO TRUE
               DISPLAY "CTLCSR01: BUSINESS CALENDAR UNAVAILABLE - "
                   "IDLE TIME IN CALENDAR DAYS"
               MOVE SPACES TO CTLCSR-RECORD
               STRING "BUSINESS CALENDAR UNAVAILABLE - "
                   "BUS COLUMN IS CALENDAR DAYS"
                   DELIMITED BY SIZE INTO CTLCSR-RECORD
               WRITE CTLCSR-RECORD
           END-IF.

       2000-PROCESS-BLOCK.
           IF NOT CTLCSB-CLOSED
               IF WS-FIRST-BLOCK
                   OR CTLCSB-CUSTODIAN NOT = WS-CUR-CUSTODIAN
                   IF NOT WS-FIRST-BLOCK
                       PERFORM 3900-WRITE-CUSTODIAN-TOTAL
                   END-IF
                   PERFORM 3000-START-CUSTODIAN
                   MOVE "N" TO WS-FIRST-SW
               END-IF
               PERFORM 2200-LIST-BLOCK
           END-IF
           PERFORM 2100-READ-BLOCK.

       2100-READ-BLOCK.
           READ CTLCSBI-FILE INTO CTLCSB-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    A HELD BLOCK AGES FROM ITS LATEST CONSUMPTION REPORT, OR
      *    FROM THE DAY ITS HOLDER TOOK IT IF THAT IS LATER - A
      *    BRANCH THAT HAS JUST RECEIVED A TRANSFER IS NOT IDLE.  AN
      *    UNASSIGNED BLOCK AGES FROM ITS REGISTRATION.
       2200-LIST-BLOCK.
           ADD 1 TO WS-BLOCK-COUNT
           ADD 1 TO WS-CUST-BLOCKS
           COMPUTE WS-BLANK-QTY = CTLCSB-QTY - CTLCSB-USED-QTY
               - CTLCSB-VOIDED-QTY - CTLCSB-RETURNED-QTY
           IF WS-BLANK-QTY < 0
               MOVE 0 TO WS-BLANK-QTY
           END-IF
           MOVE WS-BLANK-QTY TO WS-PRINT-BLANK
           ADD WS-PRINT-BLANK TO WS-BLANK-TOTAL
           ADD WS-PRINT-BLANK TO WS-CUST-BLANK
           IF CTLCSB-UNASSIGNED
               MOVE CTLCSB-REGISTERED-DATE TO WS-SINCE-DATE
               MOVE CTLCSB-REGISTERED-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE CTLCSB-HELD-SINCE TO WS-SINCE-DATE
               MOVE CTLCSB-HELD-SINCE TO WS-ACTIVITY-DATE
               IF CTLCSB-LAST-USAGE-DATE NOT = SPACES
                   AND CTLCSB-LAST-USAGE-DATE > WS-ACTIVITY-DATE
                   MOVE CTLCSB-LAST-USAGE-DATE TO WS-ACTIVITY-DATE
               END-IF
           END-IF
           PERFORM 2300-AGE-ACTIVITY
           EVALUATE TRUE
               WHEN CTLCSB-UNASSIGNED
                   AND CTLCSB-REGISTERED-DATE < WS-REPORT-DATE
                   MOVE "UNASGN" TO WS-FLAG
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   ADD 1 TO WS-CUST-FLAGGED
               WHEN CTLCSB-HELD
                   AND WS-PRINT-BLANK > 0
                   AND WS-IDLE-DAYS > WS-CUR-IDLE-LIMIT
                   MOVE "IDLE" TO WS-FLAG
                   ADD 1 TO WS-IDLE-COUNT
                   ADD 1 TO WS-CUST-FLAGGED
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG
           END-EVALUATE
           MOVE SPACES TO CTLCSR-RECORD
           STRING CTLCSB-COMPANY " " CTLCSB-DOC-TYPE " "
               CTLCSB-NUMBER-FROM " " CTLCSB-NUMBER-TO " "
               CTLCSB-QTY " " WS-PRINT-BLANK " "
               WS-SINCE-DATE " " CTLCSB-LAST-USAGE-DATE " "
               WS-IDLE-DAYS " " WS-IDLE-CAL-DAYS " " WS-FLAG
               DELIMITED BY SIZE INTO CTLCSR-RECORD
           WRITE CTLCSR-RECORD.

      *    A DATE THAT WILL NOT CONVERT AGES AS ZERO RATHER THAN
      *    STOP THE LISTING.  THE IDLE FLAG GOES BY BUSINESS DAYS
      *    AFTER THE ACTIVITY DATE UP TO THE REPORT DATE ON THE
      *    BLOCK'S COMPANY CALENDAR.
       2300-AGE-ACTIVITY.
           MOVE 0 TO WS-IDLE-DAYS
           MOVE 0 TO WS-IDLE-CAL-DAYS
           MOVE WS-ACTIVITY-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NUMERIC
               AND WS-DATE-WORK-X < WS-REPORT-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               IF WS-REPORT-INT - WS-DATE-INT > 99999
                   MOVE 99999 TO WS-IDLE-CAL-DAYS
               ELSE
                   COMPUTE WS-IDLE-CAL-DAYS =
                       WS-REPORT-INT - WS-DATE-INT
               END-IF
               IF WS-IDLE-CAL-DAYS > 9999
                   MOVE 9999 TO WS-IDLE-DAYS
               ELSE
                   MOVE WS-IDLE-CAL-DAYS TO WS-IDLE-DAYS
               END-IF
               IF NOT WS-CALENDAR-DOWN
                   PERFORM 2350-AGE-BUSINESS-DAYS
               END-IF
           END-IF.

       2350-AGE-BUSINESS-DAYS.
           SET CTLCLQ-FUNC-AGE TO TRUE
           MOVE CTLCSB-COMPANY TO CTLCLQ-COMPANY
           MOVE WS-ACTIVITY-DATE TO CTLCLQ-DATE
           MOVE WS-REPORT-DATE TO CTLCLQ-TO-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCLQ-IO-ERROR
                   PERFORM 1160-NOTE-CALENDAR-DOWN
               WHEN CTLCLQ-BUSINESS-DAYS > 9999
                   MOVE 9999 TO WS-IDLE-DAYS
               WHEN OTHER
                   MOVE CTLCLQ-BUSINESS-DAYS TO WS-IDLE-DAYS
           END-EVALUATE.

       3000-START-CUSTODIAN.
           MOVE CTLCSB-CUSTODIAN TO WS-CUR-CUSTODIAN
           MOVE 0 TO WS-CUST-BLOCKS
           MOVE 0 TO WS-CUST-BLANK
           MOVE 0 TO WS-CUST-FLAGGED
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-TYPE
           MOVE WS-DEFAULT-IDLE TO WS-CUR-IDLE-LIMIT
           IF WS-CUR-CUSTODIAN NOT = SPACES
               AND WS-CSD-STATUS NOT = "35"
               MOVE WS-CUR-CUSTODIAN TO CTLCSD-CUSTODIAN-ID
               READ CTLCSD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-CSD-STATUS
                   WHEN "00"
                       MOVE CTLCSD-NAME TO WS-CUR-NAME
                       IF CTLCSD-VENDOR
                           MOVE "VENDOR" TO WS-CUR-TYPE
                       ELSE
                           MOVE "BRANCH" TO WS-CUR-TYPE
                       END-IF
                       IF CTLCSD-IDLE-DAYS IS NUMERIC
                           AND CTLCSD-IDLE-DAYS > 0
                           MOVE CTLCSD-IDLE-DAYS TO WS-CUR-IDLE-LIMIT
                       END-IF
                   WHEN "23"
                       MOVE "** NOT ON CTLCSD **" TO WS-CUR-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SPACES TO CTLCSR-RECORD
           WRITE CTLCSR-RECORD
           MOVE SPACES TO CTLCSR-RECORD
           IF WS-CUR-CUSTODIAN = SPACES
               STRING "CUSTODIAN (UNASSIGNED)"
                   DELIMITED BY SIZE INTO CTLCSR-RECORD
           ELSE
               STRING "CUSTODIAN " WS-CUR-CUSTODIAN " "
                   WS-CUR-NAME " " WS-CUR-TYPE
                   "  IDLE LIMIT " WS-CUR-IDLE-LIMIT " BUS DAYS"
                   DELIMITED BY SIZE INTO CTLCSR-RECORD
           END-IF
           WRITE CTLCSR-RECORD.

       3900-WRITE-CUSTODIAN-TOTAL.
           MOVE SPACES TO CTLCSR-RECORD
           STRING "  TOTAL BLOCKS=" WS-CUST-BLOCKS
               " BLANK FORMS=" WS-CUST-BLANK
               " FLAGGED=" WS-CUST-FLAGGED
               DELIMITED BY SIZE INTO CTLCSR-RECORD
           WRITE CTLCSR-RECORD.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLCSR-RECORD
           WRITE CTLCSR-RECORD
           MOVE SPACES TO CTLCSR-RECORD
           STRING "SUMMARY BLOCKS=" WS-BLOCK-COUNT
               " BLANK=" WS-BLANK-TOTAL
               " IDLE=" WS-IDLE-COUNT
               " UNASSIGNED=" WS-UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO CTLCSR-RECORD
           WRITE CTLCSR-RECORD
           DISPLAY CTLCSR-RECORD
           IF (WS-IDLE-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-CALENDAR-DOWN AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           CLOSE CTLCSBI-FILE
           CLOSE CTLCSD-FILE
           CLOSE CTLCSR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLCSR01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-REPORT-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCSR01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCSR01: RUN-CONTROL END STAMP FAILED"
           END-IF.
