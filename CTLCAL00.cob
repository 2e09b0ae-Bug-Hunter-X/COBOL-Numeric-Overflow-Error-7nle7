       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCAL00.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCAL00 - COMPANY CALENDAR SERVICE                        *
      *    THE ONE ANSWER TO "WHICH NUMBERING YEAR IS THIS COMPANY    *
      *    IN?", PACKAGED AS A SUBROUTINE THE SAME WAY CTLRUN00       *
      *    PACKAGES THE RUN-CONTROL LEDGER.  THE SEQUENCE ROLLOVER    *
      *    IN CTLNBR01 AND CTLISS00, THE CTLFCT01 EXHAUSTS-BEFORE-    *
      *    ROLLOVER TEST, AND THE CTLARC01 LIVE/ARCHIVE SPLIT ALL     *
      *    ASK HERE, SO A COMPANY THAT CLOSES ITS BOOKS IN JUNE       *
      *    RESTARTS ITS NUMBERS, FORECASTS ITS HEADROOM, AND          *
      *    ARCHIVES ITS CLOSED YEAR ON THE SAME FISCAL BOUNDARY.      *
      *                                                               *
      *    THE CTLCAL FILE IS SMALL - ONE RECORD PER COMPANY WITH A   *
      *    NON-JANUARY YEAR - AND IS LOADED INTO A TABLE ON THE FIRST *
      *    CALL AND CLOSED AGAIN; EVERY LATER CALL IS ARITHMETIC      *
      *    AGAINST THE TABLE.  CTLNBR01 ASKS ONCE PER TRANSACTION AND *
      *    CTLISS00 ONCE PER ISSUE, SO NEITHER PAYS FOR A READ EACH   *
      *    TIME.  A CALENDAR CHANGE REACHES A LONG-RUNNING ONLINE     *
      *    REGION AT ITS NEXT RESTART - CHANGE IT AHEAD OF THE        *
      *    BOUNDARY, NEVER ON THE DAY.                                *
      *                                                               *
      *    A CALENDAR THAT CANNOT BE READ, OR A COMPANY RECORD THAT   *
      *    IS NOT VALID, IS AN ERROR (REPLY 30), NEVER A QUIET FALL   *
      *    BACK TO JANUARY - A WRONG YEAR PREFIX REISSUES LAST YEAR'S *
      *    NUMBERS OR RESTARTS A SERIES MID-YEAR.  A LOAD FAILURE IS  *
      *    RETRIED ON THE NEXT CALL.                                  *
      *                                                               *
      *    THE SAME SERVICE KEEPS THE BUSINESS-DAY CALENDAR EVERY     *
      *    AGING RULE IN THE SUBSYSTEM COUNTS BY (FUNCTIONS B AND A): *
      *    MONDAY TO FRIDAY, LESS THE HOLIDAYS AND PLUS THE WORKING   *
      *    DAYS ON THE CTLHOL FILE - THE SHARED "***" RECORDS, WITH   *
      *    A COMPANY'S OWN RECORD WINNING FOR ITS DATE.  CTLHOL IS    *
      *    LOADED ON THE FIRST B OR A CALL ONLY, SO A CALLER THAT     *
      *    NEVER AGES ANYTHING NEEDS NO CTLHOL DD, AND ONE THAT ONLY  *
      *    AGES NEEDS NO CTLCAL DD.                                   *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  BUSINESS-DAY TEST (B) AND BUSINESS-DAY AGE (A) *
      *                FROM THE NEW CTLHOL HOLIDAY CALENDAR.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCAL-FILE ASSIGN TO "CTLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CTLHOL-FILE ASSIGN TO "CTLHOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLHOL-KEY
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCAL-FILE.
       COPY CTLCALR.

       FD  CTLHOL-FILE.
       COPY CTLHOLR.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS              PIC X(02) VALUE "00".
       01  WS-HOL-STATUS              PIC X(02) VALUE "00".

       01  WS-LOADED-SW               PIC X(01) VALUE "N".
           88  WS-CALENDAR-LOADED               VALUE "Y".
       01  WS-CAL-EOF-SW              PIC X(01) VALUE "N".
           88  WS-END-OF-CALENDAR               VALUE "Y".
       01  WS-LOAD-FAILED-SW          PIC X(01) VALUE "N".
           88  WS-LOAD-FAILED                   VALUE "Y".

      *    THE WHOLE CALENDAR, LOADED ONCE.  A HUNDRED COMPANIES IS
      *    FAR MORE THAN THE SUBSYSTEM CARRIES; A FULL TABLE FAILS
      *    THE LOAD RATHER THAN LEAVING A COMPANY ON THE WRONG YEAR.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-COMPANY      PIC X(03).
               10  WS-CAL-START-MONTH  PIC X(02).
               10  WS-CAL-BASIS        PIC X(01).
       01  WS-CAL-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-CAL-MAX                 PIC 9(03) COMP VALUE 100.

       01  WS-RQ-DATE.
           05  WS-RQ-YYYY              PIC 9(04).
           05  WS-RQ-MM                PIC 9(02).
           05  WS-RQ-DD                PIC 9(02).
       01  WS-RQ-DATE-X REDEFINES WS-RQ-DATE
                                      PIC X(08).

      *    THE RULE BEING APPLIED - FROM THE COMPANY'S RECORD, OR
      *    JANUARY AND THE END-YEAR BASIS FOR A COMPANY WITHOUT ONE.
       01  WS-START-MONTH-X           PIC X(02).
       01  WS-START-MONTH REDEFINES WS-START-MONTH-X
                                      PIC 9(02).
       01  WS-BASIS                   PIC X(01).
       01  WS-RULE-OK-SW              PIC X(01) VALUE "N".
           88  WS-RULE-OK                       VALUE "Y".

       01  WS-START-YEAR              PIC 9(04).
       01  WS-END-YEAR                PIC 9(04).
       01  WS-PREFIX-YEAR             PIC 9(04).
       01  WS-PREFIX-YEAR-R REDEFINES WS-PREFIX-YEAR.
           05  FILLER                  PIC 9(02).
           05  WS-PREFIX-YEAR-LAST-2   PIC 9(02).
       01  WS-WORK-DATE.
           05  WS-WD-YYYY              PIC 9(04).
           05  WS-WD-MM                PIC 9(02).
           05  FILLER                  PIC X(02) VALUE "01".
       01  WS-EARLIEST-START          PIC X(08).

       01  WS-HOL-LOADED-SW           PIC X(01) VALUE "N".
           88  WS-HOLIDAYS-LOADED               VALUE "Y".
       01  WS-HOL-EOF-SW              PIC X(01) VALUE "N".
           88  WS-END-OF-HOLIDAYS               VALUE "Y".

      *    EVERY EXCEPTION DATE ON THE BUSINESS CALENDAR, LOADED ONCE
      *    IN CTLHOL KEY ORDER SO IT CAN BE SEARCHED BINARY - AN AGE
      *    LOOKS UP EVERY DAY IT SPANS.  UNUSED ENTRIES HOLD
      *    HIGH-VALUES TO KEEP THE TABLE IN ORDER.  A FULL TABLE
      *    FAILS THE LOAD RATHER THAN DROPPING A HOLIDAY.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 2000 TIMES
                   ASCENDING KEY IS WS-HOL-KEY
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOL-KEY.
                   15  WS-HOL-COMPANY  PIC X(03).
                   15  WS-HOL-DATE     PIC X(08).
               10  WS-HOL-TYPE         PIC X(01).
       01  WS-HOL-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-HOL-MAX                 PIC 9(04) COMP VALUE 2000.
       01  WS-SHARED-COMPANY          PIC X(03) VALUE "***".

       01  WS-HOL-DATE-CHECK.
           05  FILLER                  PIC 9(04).
           05  WS-HDC-MM               PIC 9(02).
           05  WS-HDC-DD               PIC 9(02).
       01  WS-HOL-DATE-CHECK-X REDEFINES WS-HOL-DATE-CHECK
                                      PIC X(08).

      *    THE DAY BEING CLASSIFIED, AS AN INTEGER DATE AND AS
      *    YYYYMMDD, AND WHOSE CALENDAR IT IS BEING READ AGAINST.
       01  WS-LOOK-COMPANY            PIC X(03).
       01  WS-LOOK-KEY.
           05  WS-LOOK-KEY-COMPANY     PIC X(03).
           05  WS-LOOK-KEY-DATE        PIC X(08).
       01  WS-LOOK-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LOOK-FOUND                    VALUE "Y".
       01  WS-DAY-INT                 PIC 9(08).
       01  WS-DAY-DATE                PIC 9(08).
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                      PIC X(08).
       01  WS-DAY-TYPE                PIC X(01).
       01  WS-DOW-WORK                PIC 9(08).
       01  WS-DOW-WEEKS               PIC 9(08).
      *    DAY OF THE WEEK, 0 = MONDAY - INTEGER DAY 1, 1 JANUARY
      *    1601, WAS A MONDAY.
       01  WS-DOW                     PIC 9(01).

       01  WS-FROM-INT                PIC 9(08).
       01  WS-FIRST-DAY-INT           PIC 9(08).
       01  WS-TO-INT                  PIC 9(08).
       01  WS-SPAN-DAYS               PIC 9(08).
       01  WS-BUS-COUNT               PIC 9(08).

       LINKAGE SECTION.
       COPY CTLCLQR.

       PROCEDURE DIVISION USING CTLCLQ-REQUEST.

       0000-MAINLINE.
           MOVE "00" TO CTLCLQ-REPLY
           EVALUATE TRUE
               WHEN CTLCLQ-FUNC-BUSINESS-DAY
                   OR CTLCLQ-FUNC-AGE
                   IF NOT WS-HOLIDAYS-LOADED
                       PERFORM 1200-LOAD-HOLIDAYS
                   END-IF
               WHEN NOT WS-CALENDAR-LOADED
                   PERFORM 1000-LOAD-CALENDAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CTLCLQ-IO-ERROR
               PERFORM 1500-EDIT-DATE
           END-IF
           IF NOT CTLCLQ-IO-ERROR
               EVALUATE TRUE
                   WHEN CTLCLQ-FUNC-FISCAL-YEAR
                       PERFORM 2000-RESOLVE-FISCAL-YEAR
                   WHEN CTLCLQ-FUNC-EARLIEST-START
                       PERFORM 3000-EARLIEST-START
                   WHEN CTLCLQ-FUNC-BUSINESS-DAY
                       PERFORM 4000-BUSINESS-DAY
                   WHEN CTLCLQ-FUNC-AGE
                       PERFORM 5000-BUSINESS-AGE
                   WHEN OTHER
                       SET CTLCLQ-IO-ERROR TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

      *    THE CLUSTER IS PREDEFINED BY CTLCTLDF LIKE EVERY OTHER
      *    REFERENCE MASTER.  AN EMPTY CALENDAR IS LEGITIMATE -
      *    EVERY COMPANY IS THEN ON THE CALENDAR YEAR.
       1000-LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-EOF-SW
           MOVE "N" TO WS-LOAD-FAILED-SW
           OPEN INPUT CTLCAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CTLCAL00: UNABLE TO OPEN CTLCAL, STATUS="
                   WS-CAL-STATUS
               SET CTLCLQ-IO-ERROR TO TRUE
           ELSE
               MOVE LOW-VALUES TO CTLCAL-KEY
               START CTLCAL-FILE KEY NOT LESS THAN CTLCAL-KEY
                   INVALID KEY
                       SET WS-END-OF-CALENDAR TO TRUE
               END-START
               PERFORM 1100-LOAD-ONE-COMPANY
                   UNTIL WS-END-OF-CALENDAR
               CLOSE CTLCAL-FILE
               IF WS-LOAD-FAILED
                   SET CTLCLQ-IO-ERROR TO TRUE
               ELSE
                   SET WS-CALENDAR-LOADED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-ONE-COMPANY.
           READ CTLCAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-END-OF-CALENDAR
                   CONTINUE
               WHEN WS-CAL-STATUS NOT = "00"
                   AND WS-CAL-STATUS NOT = "02"
                   DISPLAY "CTLCAL00: CTLCAL READ FAILED, STATUS="
                       WS-CAL-STATUS
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-END-OF-CALENDAR TO TRUE
               WHEN WS-CAL-COUNT >= WS-CAL-MAX
                   DISPLAY "CTLCAL00: CALENDAR TABLE FULL AT "
                       WS-CAL-MAX " COMPANIES"
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-END-OF-CALENDAR TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CTLCAL-COMPANY TO WS-CAL-COMPANY (WS-CAL-IDX)
                   MOVE CTLCAL-FY-START-MONTH
                       TO WS-CAL-START-MONTH (WS-CAL-IDX)
                   MOVE CTLCAL-PREFIX-BASIS
                       TO WS-CAL-BASIS (WS-CAL-IDX)
           END-EVALUATE.

      *    AN EMPTY BUSINESS CALENDAR IS LEGITIMATE - EVERY WEEKDAY
      *    IS THEN A BUSINESS DAY.  A RECORD THAT IS NOT A VALID
      *    HOLIDAY OR WORKING DAY FAILS THE LOAD: AGING PAST A
      *    HOLIDAY NOBODY CAN SEE IS THE FAULT THIS CALENDAR EXISTS
      *    TO PREVENT.
       1200-LOAD-HOLIDAYS.
           MOVE HIGH-VALUES TO WS-HOL-TABLE
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-HOL-EOF-SW
           MOVE "N" TO WS-LOAD-FAILED-SW
           OPEN INPUT CTLHOL-FILE
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "CTLCAL00: UNABLE TO OPEN CTLHOL, STATUS="
                   WS-HOL-STATUS
               SET CTLCLQ-IO-ERROR TO TRUE
           ELSE
               MOVE LOW-VALUES TO CTLHOL-KEY
               START CTLHOL-FILE KEY NOT LESS THAN CTLHOL-KEY
                   INVALID KEY
                       SET WS-END-OF-HOLIDAYS TO TRUE
               END-START
               PERFORM 1300-LOAD-ONE-HOLIDAY
                   UNTIL WS-END-OF-HOLIDAYS
               CLOSE CTLHOL-FILE
               IF WS-LOAD-FAILED
                   SET CTLCLQ-IO-ERROR TO TRUE
               ELSE
                   SET WS-HOLIDAYS-LOADED TO TRUE
               END-IF
           END-IF.

       1300-LOAD-ONE-HOLIDAY.
           READ CTLHOL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLIDAYS TO TRUE
           END-READ
           MOVE CTLHOL-DATE TO WS-HOL-DATE-CHECK-X
           EVALUATE TRUE
               WHEN WS-END-OF-HOLIDAYS
                   CONTINUE
               WHEN WS-HOL-STATUS NOT = "00"
                   AND WS-HOL-STATUS NOT = "02"
                   DISPLAY "CTLCAL00: CTLHOL READ FAILED, STATUS="
                       WS-HOL-STATUS
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-END-OF-HOLIDAYS TO TRUE
               WHEN WS-HOL-DATE-CHECK-X IS NOT NUMERIC
                   OR WS-HDC-MM < 1 OR WS-HDC-MM > 12
                   OR WS-HDC-DD < 1 OR WS-HDC-DD > 31
                   OR NOT (CTLHOL-HOLIDAY OR CTLHOL-WORKING-DAY)
                   DISPLAY "CTLCAL00: CTLHOL RECORD " CTLHOL-COMPANY
                       " " CTLHOL-DATE " NOT VALID - TYPE "
                       CTLHOL-DAY-TYPE
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-END-OF-HOLIDAYS TO TRUE
               WHEN WS-HOL-COUNT >= WS-HOL-MAX
                   DISPLAY "CTLCAL00: HOLIDAY TABLE FULL AT "
                       WS-HOL-MAX " DATES"
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-END-OF-HOLIDAYS TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-HOL-COUNT
                   SET WS-HOL-IDX TO WS-HOL-COUNT
                   MOVE CTLHOL-COMPANY TO WS-HOL-COMPANY (WS-HOL-IDX)
                   MOVE CTLHOL-DATE TO WS-HOL-DATE (WS-HOL-IDX)
                   MOVE CTLHOL-DAY-TYPE TO WS-HOL-TYPE (WS-HOL-IDX)
           END-EVALUATE.

       1500-EDIT-DATE.
           MOVE CTLCLQ-DATE TO WS-RQ-DATE-X
           IF WS-RQ-DATE-X IS NOT NUMERIC
               OR WS-RQ-MM < 1 OR WS-RQ-MM > 12
               DISPLAY "CTLCAL00: DATE " CTLCLQ-DATE " NOT VALID"
               SET CTLCLQ-IO-ERROR TO TRUE
           END-IF
           IF CTLCLQ-FUNC-AGE AND NOT CTLCLQ-IO-ERROR
               MOVE CTLCLQ-TO-DATE TO WS-RQ-DATE-X
               IF WS-RQ-DATE-X IS NOT NUMERIC
                   OR WS-RQ-MM < 1 OR WS-RQ-MM > 12
                   DISPLAY "CTLCAL00: DATE " CTLCLQ-TO-DATE
                       " NOT VALID"
                   SET CTLCLQ-IO-ERROR TO TRUE
               END-IF
           END-IF.

      *    A COMPANY WITH NO RECORD IS ON THE CALENDAR YEAR AND
      *    COMES BACK REPLY 10 - THE ANSWER IS STILL GOOD.
       2000-RESOLVE-FISCAL-YEAR.
           MOVE "01" TO WS-START-MONTH-X
           MOVE "E" TO WS-BASIS
           SET CTLCLQ-NOT-ON-CALENDAR TO TRUE
           IF WS-CAL-COUNT > 0
               SET WS-CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAL-IDX > WS-CAL-COUNT
                       CONTINUE
                   WHEN WS-CAL-COMPANY (WS-CAL-IDX) = CTLCLQ-COMPANY
                       MOVE WS-CAL-START-MONTH (WS-CAL-IDX)
                           TO WS-START-MONTH-X
                       MOVE WS-CAL-BASIS (WS-CAL-IDX) TO WS-BASIS
                       SET CTLCLQ-ON-CALENDAR TO TRUE
               END-SEARCH
           END-IF
           PERFORM 2100-CHECK-RULE
           IF WS-RULE-OK
               PERFORM 2200-COMPUTE-FISCAL-YEAR
           ELSE
               DISPLAY "CTLCAL00: CALENDAR RECORD FOR "
                   CTLCLQ-COMPANY " NOT VALID - START MONTH "
                   WS-START-MONTH-X " BASIS " WS-BASIS
               SET CTLCLQ-IO-ERROR TO TRUE
           END-IF.

       2100-CHECK-RULE.
           MOVE "N" TO WS-RULE-OK-SW
           IF WS-START-MONTH-X IS NUMERIC
               AND WS-START-MONTH >= 1 AND WS-START-MONTH <= 12
               AND (WS-BASIS = "E" OR WS-BASIS = "S"
                   OR WS-BASIS = SPACE)
               SET WS-RULE-OK TO TRUE
           END-IF.

      *    THE FISCAL YEAR STARTS ON THE FIRST OF THE START MONTH IN
      *    THE REQUEST DATE'S YEAR, OR THE YEAR BEFORE WHEN THE DATE
      *    IS EARLIER IN THE YEAR THAN THAT.  IT ENDS IN THE SAME
      *    CALENDAR YEAR ONLY WHEN IT STARTS IN JANUARY.
       2200-COMPUTE-FISCAL-YEAR.
           IF WS-RQ-MM >= WS-START-MONTH
               MOVE WS-RQ-YYYY TO WS-START-YEAR
           ELSE
               COMPUTE WS-START-YEAR = WS-RQ-YYYY - 1
           END-IF
           IF WS-START-MONTH = 1
               MOVE WS-START-YEAR TO WS-END-YEAR
           ELSE
               COMPUTE WS-END-YEAR = WS-START-YEAR + 1
           END-IF
           IF WS-BASIS = "S"
               MOVE WS-START-YEAR TO WS-PREFIX-YEAR
           ELSE
               MOVE WS-END-YEAR TO WS-PREFIX-YEAR
           END-IF
           MOVE WS-PREFIX-YEAR-LAST-2 TO CTLCLQ-FY-PREFIX
           MOVE WS-START-YEAR TO WS-WD-YYYY
           MOVE WS-START-MONTH TO WS-WD-MM
           MOVE WS-WORK-DATE TO CTLCLQ-FY-START
           ADD 1 TO WS-WD-YYYY
           MOVE WS-WORK-DATE TO CTLCLQ-FY-NEXT-START.

      *    THE EARLIEST CURRENT-FISCAL-YEAR START ACROSS THE CALENDAR
      *    YEAR AND EVERY COMPANY ON FILE - THE CUTOFF FOR A LOG THAT
      *    CARRIES NO COMPANY, SO NOTHING ANY COMPANY STILL HAS OPEN
      *    IS CUT AWAY FROM IT.
       3000-EARLIEST-START.
           MOVE "01" TO WS-START-MONTH-X
           MOVE "E" TO WS-BASIS
           PERFORM 2200-COMPUTE-FISCAL-YEAR
           MOVE CTLCLQ-FY-START TO WS-EARLIEST-START
           PERFORM 3100-EARLIEST-ONE-COMPANY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   OR CTLCLQ-IO-ERROR
           IF NOT CTLCLQ-IO-ERROR
               MOVE WS-EARLIEST-START TO CTLCLQ-FY-START
               MOVE ZEROES TO CTLCLQ-FY-PREFIX
               MOVE SPACES TO CTLCLQ-FY-NEXT-START
           END-IF.

       3100-EARLIEST-ONE-COMPANY.
           MOVE WS-CAL-START-MONTH (WS-CAL-IDX) TO WS-START-MONTH-X
           MOVE WS-CAL-BASIS (WS-CAL-IDX) TO WS-BASIS
           PERFORM 2100-CHECK-RULE
           IF WS-RULE-OK
               PERFORM 2200-COMPUTE-FISCAL-YEAR
               IF CTLCLQ-FY-START < WS-EARLIEST-START
                   MOVE CTLCLQ-FY-START TO WS-EARLIEST-START
               END-IF
           ELSE
               DISPLAY "CTLCAL00: CALENDAR RECORD FOR "
                   WS-CAL-COMPANY (WS-CAL-IDX)
                   " NOT VALID - START MONTH " WS-START-MONTH-X
                   " BASIS " WS-BASIS
               SET CTLCLQ-IO-ERROR TO TRUE
           END-IF.

      *    ONE DAY ON THE COMPANY'S CALENDAR.
       4000-BUSINESS-DAY.
           MOVE CTLCLQ-COMPANY TO WS-LOOK-COMPANY
           MOVE CTLCLQ-DATE TO WS-DAY-DATE-X
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
           IF WS-DAY-INT = 0
               DISPLAY "CTLCAL00: DATE " CTLCLQ-DATE " NOT VALID"
               SET CTLCLQ-IO-ERROR TO TRUE
           ELSE
               PERFORM 4100-CLASSIFY-DAY
               MOVE WS-DAY-TYPE TO CTLCLQ-DAY-TYPE
           END-IF.

      *    THE COMPANY'S OWN RECORD FOR THE DATE FIRST, THEN THE
      *    SHARED ONE, THEN THE MONDAY-TO-FRIDAY RULE.
       4100-CLASSIFY-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE "N" TO WS-LOOK-FOUND-SW
           IF WS-LOOK-COMPANY NOT = SPACES
               AND WS-LOOK-COMPANY NOT = WS-SHARED-COMPANY
               MOVE WS-LOOK-COMPANY TO WS-LOOK-KEY-COMPANY
               MOVE WS-DAY-DATE-X TO WS-LOOK-KEY-DATE
               PERFORM 4200-FIND-CALENDAR-DATE
           END-IF
           IF NOT WS-LOOK-FOUND
               MOVE WS-SHARED-COMPANY TO WS-LOOK-KEY-COMPANY
               MOVE WS-DAY-DATE-X TO WS-LOOK-KEY-DATE
               PERFORM 4200-FIND-CALENDAR-DATE
           END-IF
           IF NOT WS-LOOK-FOUND
               COMPUTE WS-DOW-WORK = WS-DAY-INT - 1
               DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WEEKS
                   REMAINDER WS-DOW
               IF WS-DOW >= 5
                   MOVE "W" TO WS-DAY-TYPE
               ELSE
                   MOVE "B" TO WS-DAY-TYPE
               END-IF
           END-IF.

       4200-FIND-CALENDAR-DATE.
           IF WS-HOL-COUNT > 0
               SEARCH ALL WS-HOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-KEY (WS-HOL-IDX) = WS-LOOK-KEY
                       SET WS-LOOK-FOUND TO TRUE
                       IF WS-HOL-TYPE (WS-HOL-IDX) = "H"
                           MOVE "H" TO WS-DAY-TYPE
                       ELSE
                           MOVE "B" TO WS-DAY-TYPE
                       END-IF
               END-SEARCH
           END-IF.

      *    CALENDAR AND BUSINESS DAYS AFTER DATE UP TO AND INCLUDING
      *    TO-DATE - A FRIDAY RESERVATION IS ONE BUSINESS DAY OLD ON
      *    MONDAY, NOT THREE.  AN AGE BEYOND THE REPLY FIELDS IS
      *    GIVEN AS THE MOST THEY HOLD.
       5000-BUSINESS-AGE.
           MOVE CTLCLQ-COMPANY TO WS-LOOK-COMPANY
           MOVE CTLCLQ-DATE TO WS-DAY-DATE-X
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
           MOVE CTLCLQ-TO-DATE TO WS-DAY-DATE-X
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
           MOVE 0 TO CTLCLQ-CALENDAR-DAYS
           MOVE 0 TO CTLCLQ-BUSINESS-DAYS
           EVALUATE TRUE
               WHEN WS-FROM-INT = 0 OR WS-TO-INT = 0
                   DISPLAY "CTLCAL00: DATE " CTLCLQ-DATE " OR "
                       CTLCLQ-TO-DATE " NOT VALID"
                   SET CTLCLQ-IO-ERROR TO TRUE
               WHEN WS-TO-INT - WS-FROM-INT > 99999
                   MOVE 99999 TO CTLCLQ-CALENDAR-DAYS
                   MOVE 99999 TO CTLCLQ-BUSINESS-DAYS
               WHEN WS-TO-INT > WS-FROM-INT
                   COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT
                   MOVE WS-SPAN-DAYS TO CTLCLQ-CALENDAR-DAYS
                   MOVE 0 TO WS-BUS-COUNT
                   COMPUTE WS-FIRST-DAY-INT = WS-FROM-INT + 1
                   PERFORM 5100-COUNT-ONE-DAY
                       VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
                   MOVE WS-BUS-COUNT TO CTLCLQ-BUSINESS-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CTLCLQ-IO-ERROR
               MOVE WS-TO-INT TO WS-DAY-INT
               PERFORM 4100-CLASSIFY-DAY
               MOVE WS-DAY-TYPE TO CTLCLQ-DAY-TYPE
           END-IF.

       5100-COUNT-ONE-DAY.
           PERFORM 4100-CLASSIFY-DAY
           IF WS-DAY-TYPE = "B"
               ADD 1 TO WS-BUS-COUNT
           END-IF.
