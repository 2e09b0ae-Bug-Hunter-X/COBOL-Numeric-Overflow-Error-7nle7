       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLDMT01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLDMT01 - DOC-TYPE REFERENCE MAINTENANCE TRANSACTION      *
      *    THE ONLINE WAY TO CHANGE THE CTLDOC REFERENCE MASTER,      *
      *    REPLACING HAND-EDITED LOAD CARDS AND A DELETE/DEFINE/      *
      *    REPRO THAT LEFT NO RECORD OF WHO CHANGED WHAT.  FOR A      *
      *    COMPANY + DOC TYPE THE OPERATOR CAN:                       *
      *      N - ADD A NEW SERIES (DESCRIPTION, SEED, CEILING, WARN)  *
      *      C - CHANGE THE CEILING AND/OR WARN PERCENT               *
      *      F - FREEZE THE SERIES (NO NEW ISSUES UNTIL UNFROZEN)     *
      *      U - UNFREEZE IT                                          *
      *      R - RETIRE IT (NO NEW ISSUES, EVER)                      *
      *      X - CANCEL THE CHANGE SCHEDULED FOR IT                   *
      *    N, C, F, U, AND R TAKE AN EFFECTIVE DATE.  TODAY (OR       *
      *    BLANK) APPLIES THE CHANGE NOW - A CEILING/WARN CHANGE IS   *
      *    PUT ON THE SERIES' CTLCTL COUNTER AT THE SAME TIME.  A     *
      *    LATER DATE HOLDS THE CHANGE ON THE CTLDOC RECORD FOR THE   *
      *    NIGHTLY CTLDAP01 RUN TO APPLY WHEN IT COMES DUE; A NEW     *
      *    SERIES ENTERED AHEAD OF TIME SITS AS NOT-YET-EFFECTIVE     *
      *    AND ISSUES NOTHING UNTIL THEN.  ONE SCHEDULED CHANGE PER   *
      *    SERIES AT A TIME.  A RETIRED SERIES TAKES NO FURTHER       *
      *    CHANGES.                                                   *
      *                                                               *
      *    THE CTLMNT01 AUTHORITY RULES APPLY: THE OPERATOR MUST BE   *
      *    ON CTLOPR WITH MAINTENANCE AUTHORITY AND COVER THE         *
      *    COMPANY, AND THE SIGN-OFF ID MUST BE ON CTLOPR, COVER THE  *
      *    COMPANY, CARRY SUPERVISOR PRIVILEGE, AND BELONG TO A       *
      *    DIFFERENT PERSON - A SERIES CHANGE HAS NO "SMALL           *
      *    ADJUSTMENT" THE OPERATOR MAY SIGN FOR ALONE.  EVERY        *
      *    CHANGE, SCHEDULE, CANCELLATION, AND REFUSAL IS LOGGED TO   *
      *    CTLDCL, WHICH CTLOPS01 LISTS.                              *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  A CTLDCL WRITE FAILURE NOW ENDS THE SESSION    *
      *                RC=16 AND TELLS THE OPERATOR ON THE SCREEN     *
      *                INSTEAD OF ONLY ON THE JOB LOG.                *
      *    2026-10-15  THE COUNTER IS READ AGAIN JUST BEFORE A        *
      *                CEILING/WARN CHANGE IS APPLIED, SO NUMBERS     *
      *                ISSUED WHILE THE SCREEN WAS UP ARE NOT ROLLED  *
      *                BACK; A COUNTER THAT HAS PASSED THE NEW        *
      *                CEILING IS LEFT FOR CTLDAP01.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLDOC-FILE ASSIGN TO "CTLDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLDOC-KEY
               FILE STATUS IS WS-DOC-STATUS.

           SELECT CTLCTL-FILE ASSIGN TO "CTLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CTLOPR-FILE ASSIGN TO "CTLOPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLOPR-KEY
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CTLDCL-FILE ASSIGN TO "CTLDCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLDOC-FILE.
       COPY CTLDOCR.

       FD  CTLCTL-FILE.
       COPY CTLCTLR.

       FD  CTLOPR-FILE.
       COPY CTLOPRR.

       FD  CTLDCL-FILE
           RECORDING MODE IS F.
       01  CTLDCL-FILE-RECORD         PIC X(86).

       WORKING-STORAGE SECTION.
       COPY CTLDCLR.
       COPY CTLDATR.

       01  WS-DOC-STATUS              PIC X(02) VALUE "00".
       01  WS-CTL-STATUS              PIC X(02) VALUE "00".
       01  WS-OPR-STATUS              PIC X(02) VALUE "00".
       01  WS-DCL-STATUS              PIC X(02) VALUE "00".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

       01  WS-COMPANY-INPUT           PIC X(03).
       01  WS-DOC-TYPE-INPUT          PIC X(04).
       01  WS-FUNC-INPUT              PIC X(01).
           88  WS-FUNC-NEW                       VALUE "N".
           88  WS-FUNC-CHANGE                    VALUE "C".
           88  WS-FUNC-FREEZE                    VALUE "F".
           88  WS-FUNC-UNFREEZE                  VALUE "U".
           88  WS-FUNC-RETIRE                    VALUE "R".
           88  WS-FUNC-CANCEL                    VALUE "X".
           88  WS-FUNC-VALID                     VALUE "N" "C" "F"
                                                       "U" "R" "X".
       01  WS-DESC-INPUT              PIC X(30).
       01  WS-SEED-INPUT              PIC 9(07) VALUE 0.
       01  WS-CEILING-INPUT           PIC 9(07) VALUE 0.
       01  WS-WARN-INPUT              PIC 9(03) VALUE 0.
       01  WS-EFF-DATE-INPUT          PIC X(08).
       01  WS-OPER-ID                 PIC X(08).
       01  WS-SUPV-ID                 PIC X(08).
       01  WS-AGAIN-ANSWER            PIC X(01).

      *    THE EFFECTIVE DATE BROKEN OUT FOR THE CALENDAR EDIT.
       01  WS-EFF-DATE                PIC X(08).
       01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE
                                      PIC 9(08).
       01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
           05  WS-EFF-YYYY             PIC 9(04).
           05  WS-EFF-MM               PIC 9(02).
           05  WS-EFF-DD               PIC 9(02).
       01  WS-MONTH-DAYS-TABLE        PIC X(24)
                                  VALUE "312931303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
       01  WS-LEAP-QUOT               PIC 9(04).
       01  WS-LEAP-REM                PIC 9(04).
       01  WS-EFF-DATE-OK-SW          PIC X(01) VALUE "N".
           88  WS-EFF-DATE-OK                    VALUE "Y".
       01  WS-TODAY                   PIC X(08).

       01  WS-DONE-SW                 PIC X(01) VALUE "N".
           88  WS-OPERATOR-DONE                  VALUE "Y".
       01  WS-DOC-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-DOC-ON-FILE                    VALUE "Y".
       01  WS-CTR-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-COUNTER-ON-FILE                VALUE "Y".
       01  WS-CHANGE-OK-SW            PIC X(01) VALUE "N".
           88  WS-CHANGE-OK                      VALUE "Y".
       01  WS-CTR-CLEAR-SW            PIC X(01) VALUE "N".
           88  WS-COUNTER-CLEARS                 VALUE "Y".

      *    WHAT THE SCREEN SHOWS ABOUT THE SERIES AS IT STANDS.
       01  WS-DOC-DESCRIPTION         PIC X(30).
       01  WS-STATUS-TEXT             PIC X(14).
       01  WS-CUR-SEED                PIC 9(07).
       01  WS-CUR-CEILING             PIC 9(07).
       01  WS-CUR-WARN                PIC 9(03).
       01  WS-COUNTER-TEXT            PIC X(07).
       01  WS-PEND-TEXT               PIC X(50).
       01  WS-DMT-MESSAGE             PIC X(60).

      *    THE SERIES BEFORE AND AFTER THE CHANGE, FOR THE LOG.
       01  WS-OLD-STATUS              PIC X(01).
       01  WS-OLD-CEILING             PIC 9(07).
       01  WS-OLD-WARN                PIC 9(03).
       01  WS-NEW-STATUS              PIC X(01).
       01  WS-NEW-CEILING             PIC 9(07).
       01  WS-NEW-WARN                PIC 9(03).
       01  WS-LOG-ACTION              PIC X(08).
       01  WS-LOG-EFF-DATE            PIC X(08).

      *    THE AUTHORITY VERDICT - SPACES MEANS BOTH IDS PASSED,
      *    OTHERWISE THE CTLMAUR REFUSAL CODE THAT ALSO GOES ON THE
      *    CHANGE LOG.
       01  WS-AUTH-FAIL               PIC X(08).
       01  WS-OPR-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-OPERATOR-ON-FILE               VALUE "Y".
       01  WS-COVER-SW                PIC X(01) VALUE "N".
           88  WS-COMPANY-COVERED                VALUE "Y".
       01  WS-SLOT-IDX                PIC 9(02) COMP.

       SCREEN SECTION.
       01  SCR-LOOKUP.
           05  BLANK SCREEN.
           05  LINE 1  COL 1
               VALUE "CTLDMT01 - DOC-TYPE REFERENCE MAINTENANCE".
           05  LINE 2  COL 1  VALUE "COMPANY. . . . . . . . .".
           05  LINE 2  COL 30 PIC X(03) USING WS-COMPANY-INPUT.
           05  LINE 3  COL 1  VALUE "DOC TYPE (OR 'END')  . .".
           05  LINE 3  COL 30 PIC X(04) USING WS-DOC-TYPE-INPUT.

       01  SCR-CURRENT.
           05  LINE 4  COL 1  VALUE "DESCRIPTION. . . . . . .".
           05  LINE 4  COL 30 PIC X(30) FROM WS-DOC-DESCRIPTION.
           05  LINE 5  COL 1  VALUE "STATUS . . . . . . . . .".
           05  LINE 5  COL 30 PIC X(14) FROM WS-STATUS-TEXT.
           05  LINE 6  COL 1  VALUE "SEED / CEILING / WARN% .".
           05  LINE 6  COL 30 PIC 9(07) FROM WS-CUR-SEED.
           05  LINE 6  COL 38 PIC 9(07) FROM WS-CUR-CEILING.
           05  LINE 6  COL 46 PIC 9(03) FROM WS-CUR-WARN.
           05  LINE 7  COL 1  VALUE "COUNTER AT . . . . . . .".
           05  LINE 7  COL 30 PIC X(07) FROM WS-COUNTER-TEXT.
           05  LINE 8  COL 1  VALUE "SCHEDULED CHANGE . . . .".
           05  LINE 8  COL 30 PIC X(50) FROM WS-PEND-TEXT.

       01  SCR-CHANGE.
           05  LINE 10 COL 1  VALUE "FUNCTION (N C F U R X) .".
           05  LINE 10 COL 30 PIC X(01) USING WS-FUNC-INPUT.
           05  LINE 11 COL 1  VALUE "DESCRIPTION (N ONLY) . .".
           05  LINE 11 COL 30 PIC X(30) USING WS-DESC-INPUT.
           05  LINE 12 COL 1  VALUE "SEED (N ONLY) . . . . .".
           05  LINE 12 COL 30 PIC 9(07) USING WS-SEED-INPUT.
           05  LINE 13 COL 1  VALUE "CEILING (N, C) . . . . .".
           05  LINE 13 COL 30 PIC 9(07) USING WS-CEILING-INPUT.
           05  LINE 14 COL 1  VALUE "WARN PERCENT (N, C). . .".
           05  LINE 14 COL 30 PIC 9(03) USING WS-WARN-INPUT.
           05  LINE 15 COL 1  VALUE "EFFECTIVE (BLANK=TODAY).".
           05  LINE 15 COL 30 PIC X(08) USING WS-EFF-DATE-INPUT.
           05  LINE 16 COL 1  VALUE "OPERATOR ID. . . . . . .".
           05  LINE 16 COL 30 PIC X(08) USING WS-OPER-ID.
           05  LINE 17 COL 1  VALUE "SUPV SIGN-OFF ID (REQ) .".
           05  LINE 17 COL 30 PIC X(08) USING WS-SUPV-ID.

       01  SCR-RESULT.
           05  LINE 19 COL 1  PIC X(60) FROM WS-DMT-MESSAGE.

       01  SCR-AGAIN.
           05  LINE 21 COL 1 VALUE "ANOTHER DOC TYPE? (Y/N) .".
           05  LINE 21 COL 30 PIC X(01) USING WS-AGAIN-ANSWER.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAINTAIN-ONE-TYPE
               UNTIL WS-OPERATOR-DONE
           PERFORM 8000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    UNLIKE CTLMNT01, CTLDOC IS THE FILE BEING MAINTAINED HERE,
      *    NOT A BROWSE-ONLY NICETY - WITHOUT IT, OR WITHOUT THE
      *    COUNTERS A CEILING CHANGE HAS TO BE CHECKED AGAINST, OR
      *    WITHOUT THE AUTHORITY MASTER, THE SESSION DOES NOT START.
       1000-OPEN-FILES.
           OPEN I-O CTLDOC-FILE
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDMT01: UNABLE TO OPEN CTLDOC, STATUS="
                   WS-DOC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-OPERATOR-DONE TO TRUE
           END-IF
           OPEN I-O CTLCTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CTLDMT01: UNABLE TO OPEN CTLCTL, STATUS="
                   WS-CTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-OPERATOR-DONE TO TRUE
           END-IF
           OPEN INPUT CTLOPR-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "CTLDMT01: UNABLE TO OPEN CTLOPR, STATUS="
                   WS-OPR-STATUS " - SESSION REFUSED"
               MOVE 16 TO WS-RETURN-CODE
               SET WS-OPERATOR-DONE TO TRUE
           END-IF
           OPEN EXTEND CTLDCL-FILE
           IF WS-DCL-STATUS = "05" OR WS-DCL-STATUS = "35"
               OPEN OUTPUT CTLDCL-FILE
           END-IF
      *    A CHANGE THAT CANNOT BE LOGGED MUST NOT BE MADE.
           IF WS-DCL-STATUS NOT = "00"
               DISPLAY "CTLDMT01: UNABLE TO OPEN CTLDCL, STATUS="
                   WS-DCL-STATUS " - SESSION REFUSED"
               MOVE 16 TO WS-RETURN-CODE
               SET WS-OPERATOR-DONE TO TRUE
           END-IF.

       2000-MAINTAIN-ONE-TYPE.
           DISPLAY SCR-LOOKUP
           ACCEPT SCR-LOOKUP
           IF WS-DOC-TYPE-INPUT = "END " OR WS-DOC-TYPE-INPUT = "end "
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               PERFORM 2100-LOOKUP-DOC-TYPE
               IF NOT WS-OPERATOR-DONE
                   PERFORM 2150-LOOKUP-COUNTER
               END-IF
               IF NOT WS-OPERATOR-DONE
                   PERFORM 2200-SHOW-CURRENT
                   PERFORM 2300-PROMPT-AND-CHANGE
               END-IF
               IF NOT WS-OPERATOR-DONE
                   PERFORM 2900-ASK-AGAIN
               END-IF
           END-IF.

      *    INVALID KEY (STATUS 23) IS A PAIR NOT ON FILE YET - ONLY A
      *    NEW SERIES MAY BE ENTERED FOR IT.  ANY OTHER NON-ZERO
      *    STATUS IS A REAL I/O ERROR AND ENDS THE SESSION.
       2100-LOOKUP-DOC-TYPE.
           MOVE "N" TO WS-DOC-FOUND-SW
           MOVE WS-COMPANY-INPUT TO CTLDOC-COMPANY
           MOVE WS-DOC-TYPE-INPUT TO CTLDOC-DOC-TYPE
           READ CTLDOC-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-DOC-STATUS
               WHEN "00"
                   SET WS-DOC-ON-FILE TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLDMT01: CTLDOC READ FAILED FOR "
                       WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                       " STATUS=" WS-DOC-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-OPERATOR-DONE TO TRUE
           END-EVALUATE.

      *    THE SERIES' LIVE COUNTER, IF IT HAS DRAWN ANY NUMBERS - A
      *    NEW CEILING MUST CLEAR WHERE THE COUNTER ALREADY STANDS.
       2150-LOOKUP-COUNTER.
           MOVE "N" TO WS-CTR-FOUND-SW
           MOVE WS-COMPANY-INPUT TO CTLCTL-COMPANY
           MOVE WS-DOC-TYPE-INPUT TO CTLCTL-DOC-TYPE
           READ CTLCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CTL-STATUS
               WHEN "00"
                   SET WS-COUNTER-ON-FILE TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLDMT01: CTLCTL READ FAILED FOR "
                       WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                       " STATUS=" WS-CTL-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-OPERATOR-DONE TO TRUE
           END-EVALUATE.

       2200-SHOW-CURRENT.
           MOVE SPACES TO WS-PEND-TEXT
           IF WS-DOC-ON-FILE
               MOVE CTLDOC-DESCRIPTION TO WS-DOC-DESCRIPTION
               MOVE CTLDOC-SEED-SEQ TO WS-CUR-SEED
               MOVE CTLDOC-CEILING-SEQ TO WS-CUR-CEILING
               MOVE CTLDOC-WARN-PCT TO WS-CUR-WARN
               EVALUATE TRUE
                   WHEN CTLDOC-ACTIVE
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
                   WHEN CTLDOC-FROZEN
                       MOVE "FROZEN" TO WS-STATUS-TEXT
                   WHEN CTLDOC-RETIRED
                       MOVE "RETIRED" TO WS-STATUS-TEXT
                   WHEN CTLDOC-NOT-YET-EFFECTIVE
                       MOVE "NOT YET IN USE" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-TEXT
               END-EVALUATE
               IF CTLDOC-NO-CHANGE-PENDING
                   MOVE "NONE" TO WS-PEND-TEXT
               ELSE
                   STRING CTLDOC-PEND-FUNC " EFF "
                       CTLDOC-PEND-EFF-DATE " STATUS "
                       CTLDOC-PEND-STATUS " CEIL "
                       CTLDOC-PEND-CEILING " WARN "
                       CTLDOC-PEND-WARN-PCT
                       DELIMITED BY SIZE INTO WS-PEND-TEXT
               END-IF
           ELSE
               MOVE "* NOT ON FILE - N ADDS IT *" TO WS-DOC-DESCRIPTION
               MOVE "NOT ON FILE" TO WS-STATUS-TEXT
               MOVE 0 TO WS-CUR-SEED
               MOVE 0 TO WS-CUR-CEILING
               MOVE 0 TO WS-CUR-WARN
           END-IF
           IF WS-COUNTER-ON-FILE
               MOVE CTLCTL-SEQ-NBR TO WS-COUNTER-TEXT
           ELSE
               MOVE "NONE" TO WS-COUNTER-TEXT
           END-IF
           DISPLAY SCR-CURRENT.

       2300-PROMPT-AND-CHANGE.
           MOVE SPACES TO WS-FUNC-INPUT
           MOVE SPACES TO WS-EFF-DATE-INPUT
           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-SUPV-ID
           MOVE SPACES TO WS-DMT-MESSAGE
           MOVE "N" TO WS-CHANGE-OK-SW
           IF WS-DOC-ON-FILE
               MOVE CTLDOC-DESCRIPTION TO WS-DESC-INPUT
               MOVE CTLDOC-SEED-SEQ TO WS-SEED-INPUT
               MOVE CTLDOC-CEILING-SEQ TO WS-CEILING-INPUT
               MOVE CTLDOC-WARN-PCT TO WS-WARN-INPUT
           ELSE
               MOVE SPACES TO WS-DESC-INPUT
               MOVE 0 TO WS-SEED-INPUT
               MOVE 0 TO WS-CEILING-INPUT
               MOVE 0 TO WS-WARN-INPUT
           END-IF
           DISPLAY SCR-CHANGE
           ACCEPT SCR-CHANGE
           INSPECT WS-FUNC-INPUT CONVERTING "ncfurx" TO "NCFURX"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO WS-TODAY
           PERFORM 2400-VALIDATE-CHANGE
           IF WS-DMT-MESSAGE = SPACES
               PERFORM 2500-CHECK-AUTHORITY
               IF NOT WS-OPERATOR-DONE
                   IF WS-AUTH-FAIL NOT = SPACES
                       STRING "NOT AUTHORIZED - CHANGE NOT MADE, "
                           "REASON " WS-AUTH-FAIL
                           DELIMITED BY SIZE INTO WS-DMT-MESSAGE
                       PERFORM 2450-SET-REQUESTED-VALUES
                       MOVE WS-AUTH-FAIL TO WS-LOG-ACTION
                       PERFORM 2800-LOG-CHANGE
                   ELSE
                       PERFORM 2600-MAKE-CHANGE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-OPERATOR-DONE
               DISPLAY SCR-RESULT
           END-IF.

      *    THE EDITS RUN IN ORDER AND THE FIRST FAILURE WINS.  NONE
      *    OF THESE IS LOGGED - THEY ARE TYPING MISTAKES, NOT
      *    ATTEMPTS THE AUDITORS NEED TO SEE.  AN AUTHORITY REFUSAL
      *    IS A DIFFERENT MATTER AND IS LOGGED BY THE CALLER.
       2400-VALIDATE-CHANGE.
           MOVE SPACES TO WS-DMT-MESSAGE
           IF WS-EFF-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-EFF-DATE
           ELSE
               MOVE WS-EFF-DATE-INPUT TO WS-EFF-DATE
           END-IF
           PERFORM 2420-EDIT-EFF-DATE
           EVALUATE TRUE
               WHEN NOT WS-FUNC-VALID
                   MOVE "FUNCTION MUST BE N, C, F, U, R, OR X"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-NEW AND WS-DOC-ON-FILE
                   MOVE "SERIES ALREADY ON FILE - NOT ADDED"
                       TO WS-DMT-MESSAGE
               WHEN NOT WS-FUNC-NEW AND NOT WS-DOC-ON-FILE
                   MOVE "NOT ON FILE - ONLY N (NEW SERIES) ALLOWED"
                       TO WS-DMT-MESSAGE
               WHEN WS-DOC-ON-FILE AND CTLDOC-RETIRED
                   MOVE "SERIES RETIRED - NO FURTHER CHANGES"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-CANCEL AND CTLDOC-NO-CHANGE-PENDING
                   MOVE "NO SCHEDULED CHANGE TO CANCEL"
                       TO WS-DMT-MESSAGE
               WHEN NOT WS-FUNC-CANCEL AND WS-DOC-ON-FILE
                   AND NOT CTLDOC-NO-CHANGE-PENDING
                   MOVE "CHANGE ALREADY SCHEDULED - CANCEL IT FIRST"
                       TO WS-DMT-MESSAGE
               WHEN NOT WS-FUNC-CANCEL AND NOT WS-EFF-DATE-OK
                   MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD"
                       TO WS-DMT-MESSAGE
               WHEN NOT WS-FUNC-CANCEL AND WS-EFF-DATE < WS-TODAY
                   MOVE "EFFECTIVE DATE IS IN THE PAST"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-FREEZE AND NOT CTLDOC-ACTIVE
                   MOVE "ONLY AN ACTIVE SERIES CAN BE FROZEN"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-UNFREEZE AND NOT CTLDOC-FROZEN
                   MOVE "ONLY A FROZEN SERIES CAN BE UNFROZEN"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-NEW AND WS-DESC-INPUT = SPACES
                   MOVE "A NEW SERIES NEEDS A DESCRIPTION"
                       TO WS-DMT-MESSAGE
               WHEN (WS-FUNC-NEW OR WS-FUNC-CHANGE)
                   AND (WS-WARN-INPUT = 0 OR WS-WARN-INPUT > 100)
                   MOVE "WARN PERCENT MUST BE 1 TO 100"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-NEW
                   AND WS-CEILING-INPUT NOT > WS-SEED-INPUT
                   MOVE "CEILING MUST BE ABOVE THE SEED"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-CHANGE
                   AND WS-CEILING-INPUT NOT > CTLDOC-SEED-SEQ
                   MOVE "CEILING MUST BE ABOVE THE SEED"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-CHANGE AND WS-COUNTER-ON-FILE
                   AND WS-CEILING-INPUT NOT > CTLCTL-SEQ-NBR
                   MOVE "CEILING NOT ABOVE WHERE THE COUNTER STANDS"
                       TO WS-DMT-MESSAGE
               WHEN WS-FUNC-CHANGE
                   AND WS-CEILING-INPUT = CTLDOC-CEILING-SEQ
                   AND WS-WARN-INPUT = CTLDOC-WARN-PCT
                   MOVE "NO CHANGE ENTERED" TO WS-DMT-MESSAGE
               WHEN WS-SUPV-ID = SPACES
                   MOVE "NO SUPERVISOR SIGN-OFF - CHANGE NOT MADE"
                       TO WS-DMT-MESSAGE
           END-EVALUATE.

       2420-EDIT-EFF-DATE.
           MOVE "N" TO WS-EFF-DATE-OK-SW
           IF WS-EFF-DATE-N IS NUMERIC
               IF WS-EFF-MM >= 1 AND WS-EFF-MM <= 12
                   AND WS-EFF-DD >= 1
                   IF WS-EFF-DD <= WS-MONTH-DAYS (WS-EFF-MM)
                       SET WS-EFF-DATE-OK TO TRUE
                   END-IF
      *            29 FEBRUARY IS ONLY A DATE IN A LEAP YEAR.
                   IF WS-EFF-MM = 2 AND WS-EFF-DD = 29
                       DIVIDE WS-EFF-YYYY BY 4 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE "N" TO WS-EFF-DATE-OK-SW
                       ELSE
                           DIVIDE WS-EFF-YYYY BY 100
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               DIVIDE WS-EFF-YYYY BY 400
                                   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM NOT = 0
                                   MOVE "N" TO WS-EFF-DATE-OK-SW
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE SERIES AS IT STANDS AND AS THE FUNCTION WOULD LEAVE
      *    IT - WHAT THE LOG RECORDS FOR AN APPLIED, SCHEDULED, OR
      *    REFUSED CHANGE ALIKE.
       2450-SET-REQUESTED-VALUES.
           IF WS-DOC-ON-FILE
               MOVE CTLDOC-STATUS TO WS-OLD-STATUS
               MOVE CTLDOC-CEILING-SEQ TO WS-OLD-CEILING
               MOVE CTLDOC-WARN-PCT TO WS-OLD-WARN
           ELSE
               MOVE SPACES TO WS-OLD-STATUS
               MOVE 0 TO WS-OLD-CEILING
               MOVE 0 TO WS-OLD-WARN
           END-IF
           MOVE WS-OLD-STATUS TO WS-NEW-STATUS
           MOVE WS-OLD-CEILING TO WS-NEW-CEILING
           MOVE WS-OLD-WARN TO WS-NEW-WARN
           MOVE WS-EFF-DATE TO WS-LOG-EFF-DATE
           EVALUATE TRUE
               WHEN WS-FUNC-NEW
                   MOVE "A" TO WS-NEW-STATUS
                   MOVE WS-CEILING-INPUT TO WS-NEW-CEILING
                   MOVE WS-WARN-INPUT TO WS-NEW-WARN
               WHEN WS-FUNC-CHANGE
                   MOVE WS-CEILING-INPUT TO WS-NEW-CEILING
                   MOVE WS-WARN-INPUT TO WS-NEW-WARN
               WHEN WS-FUNC-FREEZE
                   MOVE "F" TO WS-NEW-STATUS
               WHEN WS-FUNC-UNFREEZE
                   MOVE "A" TO WS-NEW-STATUS
               WHEN WS-FUNC-RETIRE
                   MOVE "R" TO WS-NEW-STATUS
               WHEN WS-FUNC-CANCEL
                   MOVE CTLDOC-PEND-EFF-DATE TO WS-LOG-EFF-DATE
                   IF CTLDOC-PEND-STATUS NOT = SPACE
                       MOVE CTLDOC-PEND-STATUS TO WS-NEW-STATUS
                   END-IF
                   MOVE CTLDOC-PEND-CEILING TO WS-NEW-CEILING
                   MOVE CTLDOC-PEND-WARN-PCT TO WS-NEW-WARN
           END-EVALUATE.

      *    THE CTLMNT01 CHECKS, WITH THE SIGN-OFF ALWAYS HELD TO THE
      *    OVER-LIMIT STANDARD - SUPERVISOR PRIVILEGE ON THE SIGNER'S
      *    OWN RECORD AND A DIFFERENT PERSON FROM THE OPERATOR.  THE
      *    FIRST FAILURE WINS AND BECOMES THE REFUSAL CODE ON THE LOG.
       2500-CHECK-AUTHORITY.
           MOVE SPACES TO WS-AUTH-FAIL
           MOVE WS-OPER-ID TO CTLOPR-OPER-ID
           PERFORM 2560-READ-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPERATOR-DONE
                   CONTINUE
               WHEN NOT WS-OPERATOR-ON-FILE
                   MOVE "OPERUNKN" TO WS-AUTH-FAIL
               WHEN CTLOPR-MAINT-AUTH NOT = "Y"
                   MOVE "OPERAUTH" TO WS-AUTH-FAIL
               WHEN OTHER
                   PERFORM 2570-CHECK-COMPANY-COVER
                   IF NOT WS-COMPANY-COVERED
                       MOVE "OPERCOMP" TO WS-AUTH-FAIL
                   END-IF
           END-EVALUATE
           IF WS-AUTH-FAIL = SPACES AND NOT WS-OPERATOR-DONE
               MOVE WS-SUPV-ID TO CTLOPR-OPER-ID
               PERFORM 2560-READ-OPERATOR
               EVALUATE TRUE
                   WHEN WS-OPERATOR-DONE
                       CONTINUE
                   WHEN NOT WS-OPERATOR-ON-FILE
                       MOVE "SUPVUNKN" TO WS-AUTH-FAIL
                   WHEN OTHER
                       PERFORM 2570-CHECK-COMPANY-COVER
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
      *    I/O ERROR AND ENDS THE SESSION - AN UNCHECKABLE ID MUST
      *    NOT PASS.
       2560-READ-OPERATOR.
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
                   DISPLAY "CTLDMT01: CTLOPR READ FAILED FOR "
                       CTLOPR-OPER-ID " STATUS=" WS-OPR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-OPERATOR-DONE TO TRUE
           END-EVALUATE.

       2570-CHECK-COMPANY-COVER.
           MOVE "N" TO WS-COVER-SW
           IF CTLOPR-COMPANY-SLOT (1) = "ALL"
               SET WS-COMPANY-COVERED TO TRUE
           ELSE
               PERFORM 2580-CHECK-ONE-SLOT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 5 OR WS-COMPANY-COVERED
           END-IF.

       2580-CHECK-ONE-SLOT.
           IF CTLOPR-COMPANY-SLOT (WS-SLOT-IDX) = WS-COMPANY-INPUT
               SET WS-COMPANY-COVERED TO TRUE
           END-IF.

      *    THE MASTER IS WRITTEN FIRST AND THE LOG ENTRY FOLLOWS, THE
      *    CTLMNT01 ORDER - A FAILED MASTER WRITE LEAVES NOTHING TO
      *    LOG.  AN EFFECTIVE DATE OF TODAY TAKES EFFECT NOW; A
      *    LATER ONE IS HELD IN THE PENDING FIELDS FOR CTLDAP01.
       2600-MAKE-CHANGE.
           MOVE "N" TO WS-CHANGE-OK-SW
           PERFORM 2450-SET-REQUESTED-VALUES
           EVALUATE TRUE
               WHEN WS-FUNC-NEW
                   PERFORM 2610-ADD-SERIES
               WHEN WS-FUNC-CANCEL
                   PERFORM 2640-CANCEL-PENDING
               WHEN WS-EFF-DATE = WS-TODAY
                   PERFORM 2620-APPLY-NOW
               WHEN OTHER
                   PERFORM 2630-SCHEDULE-CHANGE
           END-EVALUATE
           IF WS-CHANGE-OK
               PERFORM 2800-LOG-CHANGE
           END-IF.

      *    A SERIES EFFECTIVE TODAY IS ACTIVE AT ONCE; ONE ENTERED
      *    AHEAD OF TIME IS ON FILE (SO ITS CODE IS TAKEN AND THE
      *    OTHER SCREENS KNOW IT) BUT ISSUES NOTHING UNTIL CTLDAP01
      *    ACTIVATES IT ON ITS EFFECTIVE DATE.
       2610-ADD-SERIES.
           MOVE SPACES TO CTLDOC-RECORD
           MOVE WS-COMPANY-INPUT TO CTLDOC-COMPANY
           MOVE WS-DOC-TYPE-INPUT TO CTLDOC-DOC-TYPE
           MOVE WS-DESC-INPUT TO CTLDOC-DESCRIPTION
           MOVE WS-SEED-INPUT TO CTLDOC-SEED-SEQ
           MOVE WS-CEILING-INPUT TO CTLDOC-CEILING-SEQ
           MOVE WS-WARN-INPUT TO CTLDOC-WARN-PCT
           MOVE 0 TO CTLDOC-PEND-CEILING
           MOVE 0 TO CTLDOC-PEND-WARN-PCT
           IF WS-EFF-DATE = WS-TODAY
               MOVE "A" TO CTLDOC-STATUS
               MOVE "APPLIED" TO WS-LOG-ACTION
           ELSE
               MOVE "P" TO CTLDOC-STATUS
               MOVE WS-EFF-DATE TO CTLDOC-PEND-EFF-DATE
               MOVE "A" TO CTLDOC-PEND-STATUS
               MOVE WS-CEILING-INPUT TO CTLDOC-PEND-CEILING
               MOVE WS-WARN-INPUT TO CTLDOC-PEND-WARN-PCT
               MOVE "N" TO CTLDOC-PEND-FUNC
               MOVE "SCHEDULD" TO WS-LOG-ACTION
               MOVE "P" TO WS-NEW-STATUS
           END-IF
           WRITE CTLDOC-RECORD
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDMT01: CTLDOC WRITE FAILED FOR "
                   WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                   " STATUS=" WS-DOC-STATUS
               MOVE "UPDATE FAILED - SERIES NOT ADDED"
                   TO WS-DMT-MESSAGE
           ELSE
               SET WS-CHANGE-OK TO TRUE
               IF WS-EFF-DATE = WS-TODAY
                   MOVE "NEW SERIES ADDED AND LOGGED"
                       TO WS-DMT-MESSAGE
               ELSE
                   STRING "NEW SERIES ON FILE, EFFECTIVE "
                       WS-EFF-DATE ", LOGGED"
                       DELIMITED BY SIZE INTO WS-DMT-MESSAGE
               END-IF
           END-IF.

      *    A CEILING/WARN CHANGE GOES ON THE LIVE COUNTER AS WELL AS
      *    THE REFERENCE - THE ISSUING PROGRAMS TEST THE COUNTER'S
      *    COPY.  IF THE COUNTER REWRITE FAILS, OR THE COUNTER HAS
      *    SINCE PASSED THE NEW CEILING, THE REFERENCE CHANGE STANDS
      *    AND IS LOGGED, AND THE NIGHTLY CTLDAP01 RUN BRINGS THE
      *    COUNTER INTO LINE OR REFUSES IT AS CEILUNDR.
       2620-APPLY-NOW.
           MOVE "N" TO WS-CTR-CLEAR-SW
           IF WS-FUNC-CHANGE AND WS-COUNTER-ON-FILE
               PERFORM 2615-REREAD-COUNTER
           END-IF
           IF NOT WS-OPERATOR-DONE
               PERFORM 2625-REWRITE-SERIES
           END-IF.

      *    THE COUNTER ON HAND WAS READ BEFORE THE OPERATOR TOOK THE
      *    CHANGE SCREEN, AND CTLISS00 OR CTLNBR01 MAY HAVE ISSUED
      *    NUMBERS SINCE - REWRITING THAT COPY WOULD PUT THE SEQUENCE
      *    BACK AND ISSUE THEM AGAIN.  SO IT IS READ AGAIN JUST
      *    BEFORE THE REFERENCE IS CHANGED, AND THE NEW CEILING IS
      *    TESTED AGAINST WHERE THE COUNTER NOW STANDS.
       2615-REREAD-COUNTER.
           MOVE WS-COMPANY-INPUT TO CTLCTL-COMPANY
           MOVE WS-DOC-TYPE-INPUT TO CTLCTL-DOC-TYPE
           READ CTLCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CTL-STATUS
               WHEN "00"
                   IF WS-NEW-CEILING > CTLCTL-SEQ-NBR
                       SET WS-COUNTER-CLEARS TO TRUE
                   END-IF
               WHEN "23"
                   MOVE "N" TO WS-CTR-FOUND-SW
               WHEN OTHER
                   DISPLAY "CTLDMT01: CTLCTL READ FAILED FOR "
                       WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                       " STATUS=" WS-CTL-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-OPERATOR-DONE TO TRUE
           END-EVALUATE.

       2625-REWRITE-SERIES.
           MOVE WS-NEW-STATUS TO CTLDOC-STATUS
           MOVE WS-NEW-CEILING TO CTLDOC-CEILING-SEQ
           MOVE WS-NEW-WARN TO CTLDOC-WARN-PCT
           MOVE "APPLIED" TO WS-LOG-ACTION
           REWRITE CTLDOC-RECORD
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDMT01: CTLDOC REWRITE FAILED FOR "
                   WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                   " STATUS=" WS-DOC-STATUS
               MOVE "UPDATE FAILED - SERIES NOT CHANGED"
                   TO WS-DMT-MESSAGE
           ELSE
               SET WS-CHANGE-OK TO TRUE
               MOVE "CHANGE APPLIED AND LOGGED" TO WS-DMT-MESSAGE
               IF WS-FUNC-CHANGE AND WS-COUNTER-ON-FILE
                   IF WS-COUNTER-CLEARS
                       PERFORM 2650-UPDATE-COUNTER
                   ELSE
                       MOVE "APPLIED AND LOGGED - COUNTER NOT UPDATED"
                           TO WS-DMT-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2630-SCHEDULE-CHANGE.
           MOVE WS-EFF-DATE TO CTLDOC-PEND-EFF-DATE
           IF WS-NEW-STATUS = WS-OLD-STATUS
               MOVE SPACE TO CTLDOC-PEND-STATUS
           ELSE
               MOVE WS-NEW-STATUS TO CTLDOC-PEND-STATUS
           END-IF
           MOVE WS-NEW-CEILING TO CTLDOC-PEND-CEILING
           MOVE WS-NEW-WARN TO CTLDOC-PEND-WARN-PCT
           MOVE WS-FUNC-INPUT TO CTLDOC-PEND-FUNC
           MOVE "SCHEDULD" TO WS-LOG-ACTION
           REWRITE CTLDOC-RECORD
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDMT01: CTLDOC REWRITE FAILED FOR "
                   WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                   " STATUS=" WS-DOC-STATUS
               MOVE "UPDATE FAILED - CHANGE NOT SCHEDULED"
                   TO WS-DMT-MESSAGE
           ELSE
               SET WS-CHANGE-OK TO TRUE
               STRING "CHANGE SCHEDULED FOR " WS-EFF-DATE
                   " AND LOGGED"
                   DELIMITED BY SIZE INTO WS-DMT-MESSAGE
           END-IF.

      *    WITHDRAWING A SCHEDULED NEW SERIES TAKES ITS RECORD OFF
      *    THE FILE ALTOGETHER - IT NEVER ISSUED A NUMBER.  ANY
      *    OTHER CANCELLATION JUST CLEARS THE PENDING FIELDS.
       2640-CANCEL-PENDING.
           MOVE "CANCELED" TO WS-LOG-ACTION
           IF CTLDOC-NOT-YET-EFFECTIVE
               DELETE CTLDOC-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE SPACES TO CTLDOC-PEND-EFF-DATE
               MOVE SPACE TO CTLDOC-PEND-STATUS
               MOVE 0 TO CTLDOC-PEND-CEILING
               MOVE 0 TO CTLDOC-PEND-WARN-PCT
               MOVE SPACE TO CTLDOC-PEND-FUNC
               REWRITE CTLDOC-RECORD
           END-IF
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDMT01: CTLDOC UPDATE FAILED FOR "
                   WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                   " STATUS=" WS-DOC-STATUS
               MOVE "UPDATE FAILED - SCHEDULED CHANGE STILL STANDS"
                   TO WS-DMT-MESSAGE
           ELSE
               SET WS-CHANGE-OK TO TRUE
               MOVE "SCHEDULED CHANGE CANCELED AND LOGGED"
                   TO WS-DMT-MESSAGE
           END-IF.

      *    THE WARNING AND OVERFLOW LATCHES ARE RESET THE SAME WAY
      *    CTLMNT01 RESETS THEM, SO THE SERIES WARNS OR PAGES AGAIN
      *    AGAINST ITS NEW LIMITS RATHER THAN STAYING SILENT.
       2650-UPDATE-COUNTER.
           MOVE WS-NEW-CEILING TO CTLCTL-CEILING-SEQ
           MOVE WS-NEW-WARN TO CTLCTL-WARN-PCT
           MOVE "N" TO CTLCTL-WARN-ISSUED
           MOVE "N" TO CTLCTL-OVFL-ISSUED
           MOVE WS-CD-DATE TO CTLCTL-LAST-UPD-DATE
           MOVE WS-CD-TIME TO CTLCTL-LAST-UPD-TIME
           REWRITE CTLCTL-RECORD
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CTLDMT01: COUNTER REWRITE FAILED FOR "
                   CTLCTL-COMPANY " " CTLCTL-DOC-TYPE
                   " STATUS=" WS-CTL-STATUS
               MOVE "APPLIED AND LOGGED - COUNTER SYNCS TONIGHT"
                   TO WS-DMT-MESSAGE
           END-IF.

       2800-LOG-CHANGE.
           MOVE WS-COMPANY-INPUT TO CTLDCL-COMPANY
           MOVE WS-DOC-TYPE-INPUT TO CTLDCL-DOC-TYPE
           MOVE WS-FUNC-INPUT TO CTLDCL-FUNC
           MOVE WS-LOG-ACTION TO CTLDCL-ACTION
           MOVE WS-LOG-EFF-DATE TO CTLDCL-EFF-DATE
           MOVE WS-OLD-STATUS TO CTLDCL-OLD-STATUS
           MOVE WS-NEW-STATUS TO CTLDCL-NEW-STATUS
           MOVE WS-OLD-CEILING TO CTLDCL-OLD-CEILING
           MOVE WS-NEW-CEILING TO CTLDCL-NEW-CEILING
           MOVE WS-OLD-WARN TO CTLDCL-OLD-WARN-PCT
           MOVE WS-NEW-WARN TO CTLDCL-NEW-WARN-PCT
           MOVE WS-OPER-ID TO CTLDCL-OPER-ID
           MOVE WS-SUPV-ID TO CTLDCL-SUPV-ID
           MOVE WS-CD-DATE TO CTLDCL-UPD-DATE
           MOVE WS-CD-TIME TO CTLDCL-UPD-TIME
           MOVE "CTLDMT01" TO CTLDCL-SOURCE
           MOVE CTLDCL-RECORD TO CTLDCL-FILE-RECORD
           WRITE CTLDCL-FILE-RECORD
           IF WS-DCL-STATUS NOT = "00"
               DISPLAY "CTLDMT01: CHANGE LOG WRITE FAILED FOR "
                   WS-COMPANY-INPUT " " WS-DOC-TYPE-INPUT
                   " ACTION " WS-LOG-ACTION " STATUS=" WS-DCL-STATUS
               PERFORM 2850-LOG-FAILED
           END-IF.

      *    THE SAME RULE AS THE CTLDCL OPEN - NOTHING MORE IS CHANGED
      *    ONCE THE LOG CANNOT BE WRITTEN.  A CHANGE ALREADY ON THE
      *    MASTER STAYS THERE, SO THE OPERATOR IS TOLD PLAINLY THAT
      *    IT WENT ON WITHOUT ITS AUDIT TRAIL.  THE SESSION ENDS, SO
      *    THE RESULT IS SHOWN HERE RATHER THAN BY THE CALLER.
       2850-LOG-FAILED.
           IF WS-CHANGE-OK
               MOVE "CHANGE MADE BUT NOT LOGGED - CALL SUPPORT"
                   TO WS-DMT-MESSAGE
           ELSE
               MOVE "CHANGE NOT MADE, REFUSAL NOT LOGGED - CALL SUPPORT"
                   TO WS-DMT-MESSAGE
           END-IF
           DISPLAY SCR-RESULT
           MOVE 16 TO WS-RETURN-CODE
           SET WS-OPERATOR-DONE TO TRUE.

       2900-ASK-AGAIN.
           MOVE "Y" TO WS-AGAIN-ANSWER
           DISPLAY SCR-AGAIN
           ACCEPT SCR-AGAIN
           IF WS-AGAIN-ANSWER NOT = "Y" AND WS-AGAIN-ANSWER NOT = "y"
               SET WS-OPERATOR-DONE TO TRUE
           END-IF.

       8000-CLOSE-FILES.
           CLOSE CTLDOC-FILE
           CLOSE CTLCTL-FILE
           CLOSE CTLOPR-FILE
           CLOSE CTLDCL-FILE.
