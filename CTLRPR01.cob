      *    REJECT FILE INSTEAD OF EVAPORATING, AND ANY CARRIED        *
      *    REJECT OLDER THAN THE OPERATOR-SET DAY LIMIT IS LISTED     *
      *    ON THE AGED-REJECT REPORT SO IT GETS CHASED, NOT           *
      *    FORGOTTEN.  AGE IS COUNTED IN BUSINESS DAYS ON THE         *
      *    REJECTED COMPANY'S CALENDAR (CTLCAL00) - A WEEKEND OR      *
      *    HOLIDAY NOBODY COULD HAVE WORKED DOES NOT AGE A REJECT -   *
      *    AND THE SCREEN AND REPORT SHOW CALENDAR DAYS ALONGSIDE.    *
      *                                                               *
      *    RETURNS 0 WHEN THE SESSION ENDED CLEAN, 4 WHEN ANY         *
      *    REJECT WAS CARRIED PAST THE AGE LIMIT OR THE BUSINESS      *
      *    CALENDAR COULD NOT BE READ (AGES THEN FALL BACK TO         *
      *    CALENDAR DAYS), 16 ON A FILE ERROR.                        *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-09-02  INITIAL VERSION.                               *
      *    2026-10-15  A REPAIR TO A RETIRED, FROZEN, OR NOT-YET-     *
      *                EFFECTIVE DOC TYPE IS CARRIED, THE SAME AS     *
      *                CTLEDT01 NOW REJECTS IT - ONLY A LIVE SERIES   *
      *                MAY TAKE NEW NUMBERS.                          *
      *    2026-10-15  REJECTS AGE IN BUSINESS DAYS FROM THE CTLCAL00 *
      *                CALENDAR; SCREEN AND REPORT SHOW BOTH AGES.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY CTLTRNR.
       COPY CTLDATR.
       COPY CTLCLQR.

       01  WS-RJI-STATUS              PIC X(02) VALUE "00".
       01  WS-RJO-STATUS              PIC X(02) VALUE "00".
           88  WS-REPAIR-OK                     VALUE "Y".
       01  WS-DOC-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-DOC-ON-FILE                   VALUE "Y".
      *    SET WHEN THE BUSINESS CALENDAR COULD NOT BE READ - AGES
      *    FALL BACK TO CALENDAR DAYS, THE RULE BEFORE THE CALENDAR.
       01  WS-CAL-DOWN-SW             PIC X(01) VALUE "N".
           88  WS-CALENDAR-DOWN                 VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

      *    HOW MANY BUSINESS DAYS A REJECT MAY SIT UNWORKED BEFORE
      *    IT LANDS ON THE AGED-REJECT REPORT - THE OPERATOR SETS IT
      *    ON THE OPENING SCREEN, 5 WHEN LEFT ALONE.
       01  WS-LIMIT-DAYS              PIC 9(03) VALUE 5.

       01  WS-TODAY-INT               PIC 9(08).
      *    KEEP IT OFF THE AGED REPORT FOREVER.
       01  WS-AGE-DAYS                PIC S9(05).
       01  WS-AGE-DISPLAY             PIC 9(05).
       01  WS-CAL-AGE-DAYS            PIC S9(05).
       01  WS-CAL-AGE-DISPLAY         PIC 9(05).
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "CTLRPR01 - REJECT REPAIR AND RESUBMIT".
           05  LINE 3  COL 1  VALUE "AGE LIMIT, BUSINESS DAYS".
           05  LINE 3  COL 30 PIC 9(03) USING WS-LIMIT-DAYS.

       01  SCR-REJECT.
           05  LINE 2  COL 30 PIC X(08) FROM CTLREJ-REASON.
           05  LINE 3  COL 1  VALUE "REJECTED ON. . . . . . .".
           05  LINE 3  COL 30 PIC X(08) FROM CTLREJ-EDIT-DATE.
           05  LINE 4  COL 1  VALUE "AGE, BUSINESS DAYS . . .".
           05  LINE 4  COL 30 PIC 9(05) FROM WS-AGE-DISPLAY.
           05  LINE 5  COL 1  VALUE "AGE, CALENDAR DAYS . . .".
           05  LINE 5  COL 30 PIC 9(05) FROM WS-CAL-AGE-DISPLAY.
           05  LINE 6  COL 1  VALUE "COMPANY. . . . . . . . .".
           05  LINE 6  COL 30 PIC X(03) FROM CTLREJ-COMPANY.
           05  LINE 7  COL 1  VALUE "DOC TYPE . . . . . . . .".
           IF WS-DATE-WORK IS NUMERIC
               COMPUTE WS-EDIT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               COMPUTE WS-CAL-AGE-DAYS = WS-TODAY-INT - WS-EDIT-INT
               MOVE WS-CAL-AGE-DAYS TO WS-AGE-DAYS
               IF NOT WS-CALENDAR-DOWN
                   AND WS-CAL-AGE-DAYS > 0
                   PERFORM 2250-AGE-BUSINESS-DAYS
               END-IF
           ELSE
               MOVE WS-LIMIT-DAYS TO WS-AGE-DAYS
               MOVE WS-LIMIT-DAYS TO WS-CAL-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE WS-CAL-AGE-DAYS TO WS-CAL-AGE-DISPLAY.

      *    BUSINESS DAYS AFTER THE REJECT DATE UP TO TODAY ON THE
      *    REJECTED COMPANY'S CALENDAR.  A CALENDAR THAT CANNOT BE
      *    READ LEAVES THE CALENDAR-DAY AGE IN PLACE FOR THE REST OF
      *    THE SESSION AND SAYS SO ON THE REPORT.
       2250-AGE-BUSINESS-DAYS.
           SET CTLCLQ-FUNC-AGE TO TRUE
           MOVE CTLREJ-COMPANY TO CTLCLQ-COMPANY
           MOVE CTLREJ-EDIT-DATE TO CTLCLQ-DATE
           MOVE WS-CD-DATE TO CTLCLQ-TO-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               SET WS-CALENDAR-DOWN TO TRUE
               MOVE SPACES TO CTLRRP-RECORD
               STRING "BUSINESS CALENDAR UNAVAILABLE - "
                   "AGED BY CALENDAR DAYS"
                   DELIMITED BY SIZE INTO CTLRRP-RECORD
               WRITE CTLRRP-RECORD
           ELSE
               MOVE CTLCLQ-BUSINESS-DAYS TO WS-AGE-DAYS
           END-IF.

      *    THE REPAIR GETS EXACTLY ONE PASS OF THE SAME EDITS
      *    CTLEDT01 APPLIES - A REPAIR THAT STILL FAILS IS CARRIED
                       WHEN NOT WS-DOC-ON-FILE
                           MOVE "DOC TYPE NOT ON CTLDOC - CARRIED"
                               TO WS-RPR-MESSAGE
                       WHEN CTLDOC-RETIRED
                           MOVE "DOC TYPE RETIRED - CARRIED"
                               TO WS-RPR-MESSAGE
                       WHEN CTLDOC-FROZEN
                           MOVE "DOC TYPE FROZEN - CARRIED"
                               TO WS-RPR-MESSAGE
                       WHEN CTLDOC-NOT-YET-EFFECTIVE
                           MOVE "DOC TYPE NOT YET EFFECTIVE - CARRIED"
                               TO WS-RPR-MESSAGE
                       WHEN WS-RPR-QTY NOT = SPACES
                           AND WS-RPR-QTY IS NOT NUMERIC
                           MOVE "QUANTITY NOT NUMERIC - CARRIED"
                       CTLREJ-COMPANY " " CTLREJ-DOC-TYPE " "
                       CTLREJ-TRN-KEY
                       " REJECTED " CTLREJ-EDIT-DATE
                       " BUS " WS-AGE-DISPLAY
                       " CAL " WS-CAL-AGE-DISPLAY
                       DELIMITED BY SIZE INTO CTLRRP-RECORD
                       ON OVERFLOW
                           CONTINUE
           DISPLAY CTLRRP-RECORD
           IF WS-AGED-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-CALENDAR-DOWN AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
