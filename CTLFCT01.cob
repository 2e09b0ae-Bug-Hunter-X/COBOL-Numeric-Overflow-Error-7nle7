      *    CTLINQ01 READS), THEN WALKS THE CTLCTL COUNTERS AND        *
      *    PROJECTS THE CALENDAR DATE EACH SERIES REACHES ITS         *
      *    CEILING AT THAT PACE.  A SERIES PROJECTED TO EXHAUST       *
      *    BEFORE ITS COMPANY'S NEXT FISCAL-YEAR SEQUENCE ROLLOVER    *
      *    (FROM THE CTLCAL CALENDAR THROUGH CTLCAL00 - 1 JANUARY     *
      *    FOR A COMPANY NOT ON IT) IS FLAGGED AND DRIVES RC=4 SO     *
      *    THE RUN SHEET GETS A LOOK.                                 *
      *                                                               *
      *    A MONTH IS COUNTED AS 30 DAYS - THIS IS A PLANNING         *
      *    FORECAST, NOT A CALENDAR CALCULATION, AND A DAY OR TWO     *
      *                                                               *
      *    RETURNS 0 WHEN NO SERIES IS PROJECTED TO EXHAUST BEFORE    *
      *    ROLLOVER, 4 WHEN ANY IS (OR THE TALLY TABLE OVERFLOWED),   *
      *    16 ON A FILE ERROR OR WHEN THE CALENDAR CAN'T ANSWER.      *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-09-02  INITIAL VERSION.                               *
      *    2026-10-15  THE ROLLOVER DATE IS NOW EACH SERIES' OWN -    *
      *                THE START OF ITS COMPANY'S NEXT FISCAL YEAR    *
      *                FROM CTLCAL00, NOT ONE JANUARY 1ST FOR ALL -   *
      *                AND IS SHOWN ON EACH FORECAST.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-AUD-STATUS              PIC X(02) VALUE "00".
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).

      *    FIRST DAY OF THE SERIES' NEXT FISCAL YEAR - ITS
      *    COMPANY'S SEQUENCE RESET.  ANYTHING PROJECTED TO EXHAUST
      *    BEFORE IT NEVER GETS ITS NATURAL RESET AND NEEDS A
      *    CEILING RAISE OR A SPLIT.
       01  WS-ROLLOVER-DATE           PIC X(08).

       01  WS-REMAINING               PIC 9(08).
      *    SET WHEN THE PROJECTION RUNS PAST WHAT INTEGER-OF-DATE
           MOVE WS-CD-DATE TO WS-DATE-WORK-X
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           PERFORM 1100-LOAD-PARAMETERS
           COMPUTE WS-WINDOW-DAYS = WS-WINDOW-MONTHS * 30
           COMPUTE WS-WINDOW-START-INT =
           WRITE CTLFRP-RECORD
           MOVE SPACES TO CTLFRP-RECORD
           STRING "  ISSUE RATE FROM " WS-WINDOW-START
               " (" WS-WINDOW-MONTHS " MONTHS), ROLLOVER PER "
               "COMPANY FISCAL YEAR"
               DELIMITED BY SIZE INTO CTLFRP-RECORD
           WRITE CTLFRP-RECORD
           MOVE SPACES TO CTLFRP-RECORD
       3000-FORECAST-ONE-SERIES.
           ADD 1 TO WS-SERIES-COUNT
           PERFORM 3300-LOOKUP-SERIES-TALLY
           PERFORM 3700-LOOKUP-ROLLOVER
           COMPUTE WS-REMAINING =
               CTLCTL-CEILING-SEQ - CTLCTL-SEQ-NBR
           EVALUATE TRUE
               WHEN CTLCLQ-IO-ERROR
                   CONTINUE
               WHEN WS-REMAINING = 0
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 3400-PRINT-AT-CEILING
           MOVE SPACES TO CTLFRP-RECORD
           STRING "        ISSUED " WS-SERIES-ISSUES
               " IN WINDOW, RATE/DAY X100 = " WS-RATE-X100
               " ROLLOVER " WS-ROLLOVER-DATE
               DELIMITED BY SIZE INTO CTLFRP-RECORD
           WRITE CTLFRP-RECORD.

      *    THE SERIES' NEXT SEQUENCE RESET IS THE START OF ITS
      *    COMPANY'S NEXT FISCAL YEAR.  WITHOUT A CALENDAR ANSWER
      *    THE FLAG WOULD BE A GUESS, SO THE RUN STOPS.
       3700-LOOKUP-ROLLOVER.
           SET CTLCLQ-FUNC-FISCAL-YEAR TO TRUE
           MOVE CTLCTL-COMPANY TO CTLCLQ-COMPANY
           MOVE WS-CD-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               DISPLAY "CTLFCT01: NO COMPANY CALENDAR ANSWER FOR "
                   CTLCTL-COMPANY " - RUN STOPPED"
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-COUNTERS TO TRUE
           ELSE
               MOVE CTLCLQ-FY-NEXT-START TO WS-ROLLOVER-DATE
           END-IF.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLFRP-RECORD
           WRITE CTLFRP-RECORD
