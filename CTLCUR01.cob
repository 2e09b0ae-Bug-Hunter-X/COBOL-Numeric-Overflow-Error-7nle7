       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCUR01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCUR01 - DAILY ISSUE-SERVICE USAGE BY CALLER             *
      *    ONE LINE PER CALLER REGISTERED ON THE CTLCLM CALLER        *
      *    MASTER, FROM THE CTLCUS USAGE FILE CTLISS00 KEEPS: HOW     *
      *    MANY NUMBERS IT TOOK ON THE REPORT DATE AGAINST ITS DAILY  *
      *    LIMIT, AND AGAINST ITS AVERAGE DAY OVER THE DAYS BEFORE,   *
      *    WITH THE CALLS REFUSED FOR BEING OVER THE LIMIT OR NOT     *
      *    ALLOWED THE SERIES.  ANY CALLER ID THAT CALLED BUT IS NOT  *
      *    REGISTERED IS LISTED TOO.  A CALLER STUCK IN A RETRY LOOP  *
      *    SHOWS UP HERE THE MORNING AFTER AS A SPIKE OR A LIMIT HIT, *
      *    NOT WEEKS LATER IN THE CAPACITY FORECAST.                  *
      *                                                               *
      *    FLAGS (THE MOST SERIOUS ONE SHOWS):                        *
      *      UNREGISTERED - CALLED WITH AN ID NOT ON CTLCLM           *
      *      OVER LIMIT   - REFUSED AT LEAST ONCE FOR THE DAILY LIMIT *
      *      REFUSED      - REFUSED AS SUSPENDED OR FOR A SERIES IT   *
      *                     IS NOT ALLOWED                            *
      *      SPIKE        - TOOK MORE THAN TWICE ITS AVERAGE DAY      *
      *                                                               *
      *    THE CTLPRM CARD CARRIES COLS 1-8 THE REPORT DATE           *
      *    (YYYYMMDD, BLANK = THE RUN DATE) AND COLS 10-12 HOW MANY   *
      *    DAYS BEFORE IT MAKE UP THE AVERAGE (BLANK = 7).  DAYS A    *
      *    CALLER DID NOT CALL COUNT AS ZERO.                         *
      *                                                               *
      *    RETURNS 0 WHEN NO CALLER IS FLAGGED, 4 WHEN ANY IS, 16 ON  *
      *    A FILE ERROR.                                              *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CTLCUR-FILE ASSIGN TO "CTLCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCLM-FILE.
       COPY CTLCLMR.

       FD  CTLCUS-FILE.
       COPY CTLCUSR.

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-REPORT-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-AVG-DAYS         PIC X(03).
           05  FILLER                  PIC X(68).

       FD  CTLCUR-FILE
           RECORDING MODE IS F.
       01  CTLCUR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-CLM-STATUS              PIC X(02) VALUE "00".
       01  WS-CUS-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-CUR-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

       01  WS-REPORT-DATE             PIC X(08).
       01  WS-WINDOW-START            PIC X(08).
       01  WS-AVG-DAYS                PIC 9(03) VALUE 7.
       01  WS-PRM-DATE                PIC X(08).
       01  WS-PRM-DATE-N REDEFINES WS-PRM-DATE
                                      PIC 9(08).
       01  WS-PRM-DAYS                PIC X(03).
       01  WS-PRM-DAYS-N REDEFINES WS-PRM-DAYS
                                      PIC 9(03).
       01  WS-REPORT-INT              PIC 9(08).
       01  WS-WINDOW-START-INT        PIC 9(08).
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).

      *    ONE ENTRY PER REGISTERED CALLER, PLUS ONE PER UNREGISTERED
      *    ID FOUND ON THE USAGE FILE.  A FULL TABLE IS SAID ON THE
      *    REPORT AND FLAGS THE RUN - A CALLER LEFT OFF THE LIST
      *    MUST NOT LOOK LIKE A QUIET ONE.
       01  WS-CALLER-TABLE.
           05  WS-CLR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CLR-IDX.
               10  WS-CLR-ID           PIC X(08).
               10  WS-CLR-REGISTERED   PIC X(01).
                   88  WS-CLR-IS-REGISTERED     VALUE "Y".
               10  WS-CLR-LIMIT        PIC 9(07).
               10  WS-CLR-TODAY-QTY    PIC 9(07).
               10  WS-CLR-TODAY-CALLS  PIC 9(07).
               10  WS-CLR-QUOTA-REFS   PIC 9(07).
               10  WS-CLR-AUTH-REFS    PIC 9(07).
               10  WS-CLR-WINDOW-QTY   PIC 9(09).
       01  WS-CLR-USED                PIC 9(03) COMP VALUE 0.
       01  WS-CLR-MAX                 PIC 9(03) COMP VALUE 200.
       01  WS-CLR-FULL-SW             PIC X(01) VALUE "N".
           88  WS-CLR-TABLE-FULL                VALUE "Y".
       01  WS-RPT-IDX                 PIC 9(03) COMP.
       01  WS-SEEK-ID                 PIC X(08).

       01  WS-PRINT-ID                PIC X(08).
       01  WS-PCT                     PIC 9(03).
       01  WS-AVG-QTY                 PIC 9(07).
       01  WS-FLAG                    PIC X(12).

       01  WS-CALLER-COUNT            PIC 9(07) VALUE 0.
       01  WS-TAKEN-COUNT             PIC 9(09) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(07) VALUE 0.
       01  WS-UNREG-COUNT             PIC 9(07) VALUE 0.
       01  WS-UNLISTED-COUNT          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           IF WS-RETURN-CODE < 16
               PERFORM 2000-LOAD-CALLERS
           END-IF
           IF WS-RETURN-CODE < 16
               PERFORM 3000-SCAN-USAGE
           END-IF
           IF WS-RETURN-CODE < 16
               PERFORM 4000-REPORT-ONE-CALLER
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-CLR-USED
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
           COMPUTE WS-WINDOW-START-INT = WS-REPORT-INT - WS-AVG-DAYS
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
           MOVE WS-DATE-WORK-X TO WS-WINDOW-START
           OPEN OUTPUT CTLCUR-FILE
           MOVE SPACES TO CTLCUR-RECORD
           STRING "CTLCUR01 ISSUE-SERVICE USAGE BY CALLER - "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           MOVE SPACES TO CTLCUR-RECORD
           STRING "  AVERAGE DAY OVER " WS-AVG-DAYS " DAYS FROM "
               WS-WINDOW-START
               DELIMITED BY SIZE INTO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           MOVE SPACES TO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           MOVE SPACES TO CTLCUR-RECORD
           STRING "CALLER     LIMIT   TODAY PCT AVG/DAY   CALLS "
               "LIM-REF OTH-REF FLAG"
               DELIMITED BY SIZE INTO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           OPEN INPUT CTLCLM-FILE
           IF WS-CLM-STATUS NOT = "00"
               DISPLAY "CTLCUR01: UNABLE TO OPEN CTLCLM, STATUS="
                   WS-CLM-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
      *    NO USAGE FILE YET IS A SERVICE NOBODY HAS CALLED - EVERY
      *    CALLER LISTS AT ZERO.
           OPEN INPUT CTLCUS-FILE
           EVALUATE WS-CUS-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "05"
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLCUR01: UNABLE TO OPEN CTLCUS, STATUS="
                       WS-CUS-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

      *    A BLANK DATE OR DAY COUNT (OR NO CARD AT ALL) TAKES THE
      *    DEFAULT, SO THE NIGHTLY STEP NEEDS NO CARD.
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
                               DISPLAY "CTLCUR01: CTLPRM DATE NOT "
                                   "YYYYMMDD - REPORTING FOR "
                                   WS-REPORT-DATE
                           END-IF
                       END-IF
                       MOVE CTLPRM-AVG-DAYS TO WS-PRM-DAYS
                       IF WS-PRM-DAYS NOT = SPACES
                           IF WS-PRM-DAYS-N IS NUMERIC
                               AND WS-PRM-DAYS-N > 0
                               MOVE WS-PRM-DAYS-N TO WS-AVG-DAYS
                           ELSE
                               DISPLAY "CTLCUR01: CTLPRM DAYS NOT "
                                   "NUMERIC - USING DEFAULT "
                                   WS-AVG-DAYS
                           END-IF
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

       2000-LOAD-CALLERS.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CTLCLM-KEY
           START CTLCLM-FILE KEY NOT LESS THAN CTLCLM-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-LOAD-ONE-CALLER
               UNTIL WS-END-OF-FILE.

       2100-LOAD-ONE-CALLER.
           READ CTLCLM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-END-OF-FILE
                   CONTINUE
               WHEN WS-CLM-STATUS NOT = "00"
                   DISPLAY "CTLCUR01: CTLCLM READ FAILED, STATUS="
                       WS-CLM-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE CTLCLM-CALLER-ID TO WS-SEEK-ID
                   PERFORM 2200-ADD-CALLER-ENTRY
                   IF WS-CLR-IDX NOT > WS-CLR-USED
                       MOVE "Y" TO WS-CLR-REGISTERED (WS-CLR-IDX)
                       MOVE CTLCLM-DAILY-LIMIT
                           TO WS-CLR-LIMIT (WS-CLR-IDX)
                   END-IF
           END-EVALUATE.

       2200-ADD-CALLER-ENTRY.
           IF WS-CLR-USED >= WS-CLR-MAX
               SET WS-CLR-TABLE-FULL TO TRUE
               ADD 1 TO WS-UNLISTED-COUNT
               SET WS-CLR-IDX TO WS-CLR-MAX
               SET WS-CLR-IDX UP BY 1
           ELSE
               ADD 1 TO WS-CLR-USED
               SET WS-CLR-IDX TO WS-CLR-USED
               MOVE WS-SEEK-ID TO WS-CLR-ID (WS-CLR-IDX)
               MOVE "N" TO WS-CLR-REGISTERED (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-LIMIT (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-TODAY-QTY (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-TODAY-CALLS (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-QUOTA-REFS (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-AUTH-REFS (WS-CLR-IDX)
               MOVE 0 TO WS-CLR-WINDOW-QTY (WS-CLR-IDX)
           END-IF.

       3000-SCAN-USAGE.
           MOVE "N" TO WS-EOF-SW
           IF WS-CUS-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO CTLCUS-KEY
               START CTLCUS-FILE KEY NOT LESS THAN CTLCUS-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           PERFORM 3100-SCAN-ONE-USAGE
               UNTIL WS-END-OF-FILE.

      *    ONLY THE REPORT DATE AND THE AVERAGING DAYS BEFORE IT
      *    MATTER; OLDER AND LATER DAYS ARE PASSED OVER.
       3100-SCAN-ONE-USAGE.
           READ CTLCUS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-END-OF-FILE
                   CONTINUE
               WHEN WS-CUS-STATUS NOT = "00"
                   DISPLAY "CTLCUR01: CTLCUS READ FAILED, STATUS="
                       WS-CUS-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               WHEN CTLCUS-USAGE-DATE = WS-REPORT-DATE
                   PERFORM 3200-FIND-CALLER
                   IF WS-CLR-IDX NOT > WS-CLR-USED
                       ADD CTLCUS-ISSUED-QTY
                           TO WS-CLR-TODAY-QTY (WS-CLR-IDX)
                       ADD CTLCUS-ISSUE-CALLS
                           TO WS-CLR-TODAY-CALLS (WS-CLR-IDX)
                       ADD CTLCUS-QUOTA-REFUSALS
                           TO WS-CLR-QUOTA-REFS (WS-CLR-IDX)
                       ADD CTLCUS-AUTH-REFUSALS
                           TO WS-CLR-AUTH-REFS (WS-CLR-IDX)
                   END-IF
               WHEN CTLCUS-USAGE-DATE NOT < WS-WINDOW-START
                   AND CTLCUS-USAGE-DATE < WS-REPORT-DATE
                   PERFORM 3200-FIND-CALLER
                   IF WS-CLR-IDX NOT > WS-CLR-USED
                       ADD CTLCUS-ISSUED-QTY
                           TO WS-CLR-WINDOW-QTY (WS-CLR-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    LEAVES WS-CLR-IDX ON THE CALLER'S ENTRY - ADDING ONE FOR
      *    AN UNREGISTERED ID - OR PAST THE USED ENTRIES WHEN THE
      *    TABLE IS FULL.
       3200-FIND-CALLER.
           MOVE CTLCUS-CALLER-ID TO WS-SEEK-ID
           SET WS-CLR-IDX TO 1
           SEARCH WS-CLR-ENTRY
               AT END
                   PERFORM 2200-ADD-CALLER-ENTRY
               WHEN WS-CLR-IDX > WS-CLR-USED
                   PERFORM 2200-ADD-CALLER-ENTRY
               WHEN WS-CLR-ID (WS-CLR-IDX) = WS-SEEK-ID
                   CONTINUE
           END-SEARCH.

       4000-REPORT-ONE-CALLER.
           SET WS-CLR-IDX TO WS-RPT-IDX
           MOVE WS-CLR-ID (WS-CLR-IDX) TO WS-PRINT-ID
           IF WS-PRINT-ID = SPACES
               MOVE "(BLANK)" TO WS-PRINT-ID
           END-IF
           ADD WS-CLR-TODAY-QTY (WS-CLR-IDX) TO WS-TAKEN-COUNT
           IF WS-CLR-LIMIT (WS-CLR-IDX) = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT = WS-CLR-TODAY-QTY (WS-CLR-IDX) * 100
                   / WS-CLR-LIMIT (WS-CLR-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO WS-PCT
               END-COMPUTE
           END-IF
           COMPUTE WS-AVG-QTY ROUNDED =
               WS-CLR-WINDOW-QTY (WS-CLR-IDX) / WS-AVG-DAYS
           EVALUATE TRUE
               WHEN NOT WS-CLR-IS-REGISTERED (WS-CLR-IDX)
                   MOVE "UNREGISTERED" TO WS-FLAG
                   ADD 1 TO WS-UNREG-COUNT
               WHEN WS-CLR-QUOTA-REFS (WS-CLR-IDX) > 0
                   MOVE "OVER LIMIT" TO WS-FLAG
               WHEN WS-CLR-AUTH-REFS (WS-CLR-IDX) > 0
                   MOVE "REFUSED" TO WS-FLAG
               WHEN WS-AVG-QTY > 0
                   AND WS-CLR-TODAY-QTY (WS-CLR-IDX)
                       > WS-AVG-QTY * 2
                   MOVE "SPIKE" TO WS-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG
           END-EVALUATE
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE SPACES TO CTLCUR-RECORD
           STRING WS-PRINT-ID " " WS-CLR-LIMIT (WS-CLR-IDX) " "
               WS-CLR-TODAY-QTY (WS-CLR-IDX) " " WS-PCT " "
               WS-AVG-QTY " " WS-CLR-TODAY-CALLS (WS-CLR-IDX) " "
               WS-CLR-QUOTA-REFS (WS-CLR-IDX) " "
               WS-CLR-AUTH-REFS (WS-CLR-IDX) " " WS-FLAG
               DELIMITED BY SIZE INTO CTLCUR-RECORD
           WRITE CTLCUR-RECORD.

       7000-WRITE-SUMMARY.
           IF WS-CLR-TABLE-FULL
               MOVE SPACES TO CTLCUR-RECORD
               STRING "  ** CALLER TABLE FULL - " WS-UNLISTED-COUNT
                   " CALLERS/USAGE RECORDS NOT LISTED **"
                   DELIMITED BY SIZE INTO CTLCUR-RECORD
               WRITE CTLCUR-RECORD
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE SPACES TO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           MOVE SPACES TO CTLCUR-RECORD
           STRING "SUMMARY REGISTERED=" WS-CALLER-COUNT
               " TAKEN=" WS-TAKEN-COUNT
               " FLAGGED=" WS-FLAGGED-COUNT
               " UNREGISTERED=" WS-UNREG-COUNT
               DELIMITED BY SIZE INTO CTLCUR-RECORD
           WRITE CTLCUR-RECORD
           DISPLAY CTLCUR-RECORD
           IF WS-FLAGGED-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           CLOSE CTLCLM-FILE
           CLOSE CTLCUS-FILE
           CLOSE CTLCUR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLCUR01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-REPORT-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCUR01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCUR01: RUN-CONTROL END STAMP FAILED"
           END-IF.
