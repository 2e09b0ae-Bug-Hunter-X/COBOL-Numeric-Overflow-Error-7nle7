      *                BACK REPORTS AS ONE RECLAIMED RANGE INSTEAD OF   *
      *                HUNDREDS OF INDIVIDUAL GAPS OR VOIDS.  THE       *
      *                TOTALS HAND-OFF CARRIES THE RECLAIMED COUNT.     *
      *    2026-10-15  A MATCHED NUMBER WHOSE POSTING CARRIES A         *
      *                DIFFERENT TRANSACTION KEY THAN THE ONE IT WAS    *
      *                ISSUED TO NOW REPORTS AS CROSS-POSTED (XPOST)    *
      *                INSTEAD OF MATCHED - THE NUMBER LANDED ON THE    *
      *                WRONG DOCUMENT.  IT DRIVES RC=4, IS COUNTED IN   *
      *                THE CTLSUM HAND-OFF, AND EACH ONE IS WRITTEN TO  *
      *                THE CTLXPS HAND-OFF FOR THE CTLXTR01 FEED.       *
      *    2026-10-15  SUSPENSE AGES IN BUSINESS DAYS ON THE ITEM'S     *
      *                COMPANY CALENDAR (CTLCAL00), SO A LONG WEEKEND   *
      *                NO LONGER ESCALATES IN-TRANSIT ITEMS NOBODY      *
      *                COULD HAVE WORKED; GAP LINES SHOW BOTH AGES.  ON *
      *                A NON-BUSINESS RECONCILIATION DATE THE RUN       *
      *                MATCHES AND CARRIES SUSPENSE BUT ESCALATES       *
      *                NOTHING (CTLPRM COL 16 Y FORCES A FULL RUN), AND *
      *                A CATCH-UP SAYS HOW MANY BUSINESS DAYS IT        *
      *                COVERS.  CTLHOL UNREADABLE FALLS BACK TO         *
      *                CALENDAR DAYS WITH RC=4.                         *
      *    2026-10-15  CTLXPS IS APPENDED (EXTEND) INSTEAD OF REPLACED, *
      *                SO EVERY NIGHT'S CROSS-POSTS STAY ON FILE, BY    *
      *                RECON DATE, FOR A CTLXTR01 RESEND OR REBUILD.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CTLXPS-FILE ASSIGN TO "CTLXPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPS-STATUS.

           SELECT CTLRPT-FILE ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  CTLPRM-RDATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-OVERRIDE         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CTLPRM-FULL-RUN         PIC X(01).
           05  FILLER                  PIC X(64).

       FD  CTLSUM-FILE
           RECORDING MODE IS F.
       01  CTLSUM-FILE-RECORD         PIC X(71).

       FD  CTLXPS-FILE
           RECORDING MODE IS F.
       01  CTLXPS-FILE-RECORD         PIC X(64).

       FD  CTLRPT-FILE
           RECORDING MODE IS F.
       COPY CTLRCLR.
       COPY CTLSUSR.
       COPY CTLSUMR.
       COPY CTLXPSR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-AUD-STATUS              PIC X(02) VALUE "00".
       01  WS-SUO-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-SUM-STATUS              PIC X(02) VALUE "00".
       01  WS-XPS-STATUS              PIC X(02) VALUE "00".
       01  WS-RPT-STATUS              PIC X(02) VALUE "00".

       01  WS-AUD-EOF-SW              PIC X(01) VALUE "N".
       01  WS-MATCH-COUNT             PIC 9(07) VALUE 0.
       01  WS-VOIDED-COUNT            PIC 9(07) VALUE 0.
       01  WS-RECLAIM-COUNT           PIC 9(07) VALUE 0.
       01  WS-XPOST-COUNT             PIC 9(07) VALUE 0.
       01  WS-SUSPENSE-COUNT          PIC 9(07) VALUE 0.
       01  WS-RESOLVED-COUNT          PIC 9(07) VALUE 0.
       01  WS-AGE1-COUNT              PIC 9(07) VALUE 0.
       01  WS-AGE2-COUNT              PIC 9(07) VALUE 0.
       01  WS-AGE3-COUNT              PIC 9(07) VALUE 0.

      *    HOW MANY BUSINESS DAYS AN ITEM MAY SIT IN SUSPENSE BEFORE
      *    IT ESCALATES TO THE EXCEPTION REPORT - OPERATIONS SETS IT
      *    ON THE CTLPRM CARD (COLS 1-3); 3 WHEN THE CARD IS ABSENT.
       01  WS-ESCALATE-DAYS           PIC 9(03) VALUE 3.
       01  WS-PRM-DAYS                PIC X(03).
       01  WS-PRM-DAYS-N REDEFINES WS-PRM-DAYS

       01  WS-TODAY-INT               PIC 9(08).
       01  WS-FIRST-INT               PIC 9(08).

      *    SUSPENSE AGES IN BUSINESS DAYS ON THE ITEM'S COMPANY
      *    CALENDAR; CALENDAR DAYS PRINT ALONGSIDE.  ITEMS ARRIVE IN
      *    COMPANY ORDER AND MOST SHARE A FIRST-SEEN DATE, SO THE
      *    LAST ANSWER IS KEPT AND ONLY A NEW COMPANY/DATE PAIR GOES
      *    BACK TO CTLCAL00.
       01  WS-BUS-AGE-DAYS            PIC 9(05) VALUE 0.
       01  WS-CAL-AGE-DAYS            PIC 9(05) VALUE 0.
       01  WS-LAST-AGE-KEY            PIC X(11) VALUE HIGH-VALUES.
       01  WS-THIS-AGE-KEY.
           05  WS-TAK-COMPANY          PIC X(03).
           05  WS-TAK-FIRST-SEEN       PIC X(08).
       01  WS-MISSED-DAYS             PIC 9(05).
       01  WS-CAL-DOWN-SW             PIC X(01) VALUE "N".
           88  WS-CALENDAR-DOWN                 VALUE "Y".
      *    ON A RECONCILIATION DATE THAT IS NOT A BUSINESS DAY THE
      *    RUN STILL MATCHES AND CARRIES SUSPENSE, BUT ESCALATES NO
      *    GAP - NOBODY IS THERE TO WORK IT, AND THE NEXT BUSINESS
      *    DAY'S RUN ESCALATES ANYTHING STILL OVER THE LIMIT.
      *    CTLPRM COL 16 = Y FORCES A FULL RUN ANYWAY.
       01  WS-REDUCED-SW              PIC X(01) VALUE "N".
           88  WS-REDUCED-RUN                   VALUE "Y".
       01  WS-FULL-RUN-SW             PIC X(01) VALUE "N".
           88  WS-FORCE-FULL-RUN                VALUE "Y".
       01  WS-DATE-WORK               PIC 9(08).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                      PIC X(08).
           OPEN INPUT CTLRCLM-FILE
           OPEN INPUT CTLSUSI-FILE
           OPEN OUTPUT CTLSUSO-FILE
           OPEN EXTEND CTLXPS-FILE
           IF WS-XPS-STATUS = "05" OR WS-XPS-STATUS = "35"
               OPEN OUTPUT CTLXPS-FILE
           END-IF
           OPEN OUTPUT CTLRPT-FILE
           IF WS-AUD-STATUS NOT = "00" OR WS-PST-STATUS NOT = "00"
               OR WS-VOD-STATUS NOT = "00" OR WS-RCM-STATUS NOT = "00"
               OR WS-SUI-STATUS NOT = "00"
               OR WS-SUO-STATUS NOT = "00"
               OR WS-XPS-STATUS NOT = "00"
               DISPLAY "CTLREC01: UNABLE TO OPEN FILES, AUD="
                   WS-AUD-STATUS " POST=" WS-PST-STATUS
                   " VOID=" WS-VOD-STATUS " RCLM=" WS-RCM-STATUS
                   " SUSI=" WS-SUI-STATUS
                   " SUSO=" WS-SUO-STATUS
                   " XPS=" WS-XPS-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-AUD-AT-EOF TO TRUE
               SET WS-PST-AT-EOF TO TRUE
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               PERFORM 1200-SET-CUTOFF-DATE
               PERFORM 1300-CHECK-BUSINESS-DAY
               PERFORM 2110-READ-AUD-TODAY
               PERFORM 2120-READ-SUSPENSE
               PERFORM 2200-READ-PST
                       IF CTLPRM-OVERRIDE = "Y"
                           MOVE "Y" TO WS-OVERRIDE
                       END-IF
                       IF CTLPRM-FULL-RUN = "Y"
                           SET WS-FORCE-FULL-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           ELSE
           IF WS-CUTOFF-DATE NOT = WS-RECON-DATE
               DISPLAY "CTLREC01: CATCHING UP ISSUES FROM "
                   WS-CUTOFF-DATE " THRU " WS-RECON-DATE
               PERFORM 1250-COUNT-MISSED-DAYS
           END-IF.

      *    THE CATCH-UP ITSELF STAYS IN CALENDAR DAYS - ISSUES ARE
      *    MADE ON WEEKENDS TOO, AND EVERY ONE OF THEM BELONGS IN THE
      *    MATCH - BUT WHETHER IT COVERED A MISSED BUSINESS NIGHT OR
      *    ONLY A WEEKEND OR HOLIDAY IS WORTH KNOWING.  THE DAYS
      *    MISSED ARE THE BUSINESS DAYS AFTER THE PRIOR RUN AND
      *    BEFORE THE RECONCILIATION DATE, ON THE SHARED CALENDAR.
       1250-COUNT-MISSED-DAYS.
           SET CTLCLQ-FUNC-AGE TO TRUE
           MOVE SPACES TO CTLCLQ-COMPANY
           MOVE WS-PRIOR-DATE TO CTLCLQ-DATE
           MOVE WS-RECON-DATE TO CTLCLQ-TO-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               PERFORM 1350-NOTE-CALENDAR-DOWN
           ELSE
               MOVE CTLCLQ-BUSINESS-DAYS TO WS-MISSED-DAYS
               IF CTLCLQ-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-MISSED-DAYS
               END-IF
               MOVE SPACES TO CTLRPT-RECORD
               IF WS-MISSED-DAYS = 0
                   STRING "CATCH-UP FROM " WS-CUTOFF-DATE
                       " COVERS NON-BUSINESS DAYS ONLY"
                       DELIMITED BY SIZE INTO CTLRPT-RECORD
               ELSE
                   STRING "CATCH-UP FROM " WS-CUTOFF-DATE
                       " COVERS " WS-MISSED-DAYS
                       " MISSED BUSINESS DAY(S)"
                       DELIMITED BY SIZE INTO CTLRPT-RECORD
               END-IF
               WRITE CTLRPT-RECORD
               DISPLAY "CTLREC01: " CTLRPT-RECORD
           END-IF.

      *    ESCALATION WAITS FOR A BUSINESS DAY - SEE WS-REDUCED-SW.
       1300-CHECK-BUSINESS-DAY.
           SET CTLCLQ-FUNC-BUSINESS-DAY TO TRUE
           MOVE SPACES TO CTLCLQ-COMPANY
           MOVE WS-RECON-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCLQ-IO-ERROR
                   PERFORM 1350-NOTE-CALENDAR-DOWN
               WHEN CTLCLQ-BUSINESS-DAY
                   CONTINUE
               WHEN WS-FORCE-FULL-RUN
                   DISPLAY "CTLREC01: " WS-RECON-DATE " IS NOT A "
                       "BUSINESS DAY - FULL RUN FORCED BY CTLPRM"
               WHEN OTHER
                   SET WS-REDUCED-RUN TO TRUE
                   MOVE SPACES TO CTLRPT-RECORD
                   STRING "NON-BUSINESS DAY (" CTLCLQ-DAY-TYPE
                       ") - REDUCED RUN, MATCHED AND CARRIED, "
                       "NO GAPS ESCALATED"
                       DELIMITED BY SIZE INTO CTLRPT-RECORD
                   WRITE CTLRPT-RECORD
                   DISPLAY "CTLREC01: " CTLRPT-RECORD
           END-EVALUATE.

      *    A CALENDAR THAT CANNOT BE READ DOES NOT STOP THE MATCH -
      *    SUSPENSE AGES BY CALENDAR DAYS, THE RULE BEFORE THE
      *    CALENDAR, AND THE RUN ENDS AT LEAST RC=4 SO IT IS SEEN.
       1350-NOTE-CALENDAR-DOWN.
           IF NOT WS-CALENDAR-DOWN
               SET WS-CALENDAR-DOWN TO TRUE
               MOVE SPACES TO CTLRPT-RECORD
               STRING "BUSINESS CALENDAR UNAVAILABLE - "
                   "AGED BY CALENDAR DAYS"
                   DELIMITED BY SIZE INTO CTLRPT-RECORD
               WRITE CTLRPT-RECORD
               DISPLAY "CTLREC01: " CTLRPT-RECORD
           END-IF.

      *    AN ISSUE ITEM WITH NO MATCHING POSTING IS ONLY A GAP IF
      *    THE VOID LOG DOESN'T EXCUSE IT - 3050 MAKES THAT CALL.  A
      *    MATCHED ITEM IS FINISHED FOR GOOD: IT ISN'T REWRITTEN TO
      *    SUSPENSE AND NO FUTURE RUN LOOKS AT IT AGAIN - EVEN WHEN
      *    THE POSTING CARRIES ANOTHER TRANSACTION'S KEY, WHICH 3700
      *    REPORTS AS CROSS-POSTED RATHER THAN MATCHED.  LEAVING IT
      *    IN SUSPENSE WOULD ONLY AGE IT INTO A FALSE GAP; THE
      *    NUMBER DID POST, JUST AGAINST THE WRONG DOCUMENT.
       2000-MATCH-FILES.
           EVALUATE TRUE
               WHEN WS-ISS-AT-EOF
                   PERFORM 3200-REPORT-ORPHAN-POSTED
                   PERFORM 2200-READ-PST
               WHEN OTHER
                   IF WS-ITEM-TRN-KEY NOT = CTLPST-TRN-KEY
                       PERFORM 3700-REPORT-CROSS-POSTED
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                   END-IF
                   IF WS-ITEM-FROM-SUSPENSE
                       ADD 1 TO WS-RESOLVED-COUNT
                   END-IF
      *    CARRY THE UNMATCHED ITEM IN SUSPENSE - DATED FROM ITS
      *    FIRST FAILURE TO MATCH (THE MERGE ALREADY PUT THE RIGHT
      *    FIRST-SEEN ON THE ITEM) - AND ESCALATE IT TO THE REPORT
      *    ONLY ONCE ITS AGE IN BUSINESS DAYS PASSES THE CTLPRM
      *    LIMIT, AND NOT AT ALL ON A REDUCED RUN.  THE AGE BUCKETS
      *    FEED THE AGING SECTION OF 7000-WRITE-SUMMARY - AN ITEM
      *    FIRST SEEN TODAY IS IN THE 1-DAY BUCKET.
       3600-SUSPEND-ITEM.
           MOVE WS-ITEM-COMPANY TO CTLSUS-COMPANY
           MOVE WS-ITEM-DOC-TYPE TO CTLSUS-DOC-TYPE
               SET WS-PST-AT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-SUSPENSE-COUNT
               PERFORM 3650-AGE-SUSPENSE-ITEM
               EVALUATE TRUE
                   WHEN WS-BUS-AGE-DAYS = 0
                       ADD 1 TO WS-AGE1-COUNT
                   WHEN WS-BUS-AGE-DAYS = 1
                       ADD 1 TO WS-AGE2-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-AGE3-COUNT
               END-EVALUATE
               IF WS-BUS-AGE-DAYS >= WS-ESCALATE-DAYS
                   AND NOT WS-REDUCED-RUN
                   PERFORM 3100-REPORT-GAP
               END-IF
           END-IF.

      *    CALENDAR DAYS FROM FIRST-SEEN TO THE RECONCILIATION DATE,
      *    AND THE BUSINESS DAYS AFTER FIRST-SEEN UP TO AND INCLUDING
      *    IT ON THE ITEM'S COMPANY CALENDAR.  WITH NO CALENDAR THE
      *    BUSINESS AGE IS THE CALENDAR AGE.
       3650-AGE-SUSPENSE-ITEM.
           MOVE WS-ITEM-COMPANY TO WS-TAK-COMPANY
           MOVE CTLSUS-FIRST-SEEN TO WS-TAK-FIRST-SEEN
           IF WS-THIS-AGE-KEY NOT = WS-LAST-AGE-KEY
               MOVE WS-THIS-AGE-KEY TO WS-LAST-AGE-KEY
               MOVE CTLSUS-FIRST-SEEN TO WS-DATE-WORK-X
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               MOVE 0 TO WS-CAL-AGE-DAYS
               IF WS-TODAY-INT > WS-FIRST-INT
                   COMPUTE WS-CAL-AGE-DAYS =
                       WS-TODAY-INT - WS-FIRST-INT
               END-IF
               MOVE WS-CAL-AGE-DAYS TO WS-BUS-AGE-DAYS
               IF NOT WS-CALENDAR-DOWN
                   AND WS-CAL-AGE-DAYS > 0
                   SET CTLCLQ-FUNC-AGE TO TRUE
                   MOVE WS-ITEM-COMPANY TO CTLCLQ-COMPANY
                   MOVE CTLSUS-FIRST-SEEN TO CTLCLQ-DATE
                   MOVE WS-RECON-DATE TO CTLCLQ-TO-DATE
                   CALL "CTLCAL00" USING CTLCLQ-REQUEST
                   IF CTLCLQ-IO-ERROR
                       PERFORM 1350-NOTE-CALENDAR-DOWN
                   ELSE
                       MOVE CTLCLQ-BUSINESS-DAYS TO WS-BUS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.

      *    ONLY REACHED FOR AN ITEM WHOSE SUSPENSE AGE HAS PASSED
      *    THE ESCALATION LIMIT - WS-BUS-AGE-DAYS AND WS-CAL-AGE-DAYS
      *    ARE ALREADY SET BY 3600-SUSPEND-ITEM WHEN THIS RUNS.
       3100-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE SPACES TO CTLRPT-RECORD
           STRING "GAP    " WS-ITEM-COMPANY " " WS-ITEM-DOC-TYPE
               " " WS-ITEM-CTL-NUMBER
               " TRN " WS-ITEM-TRN-KEY
               " ON " WS-ITEM-ISSUE-DATE " AGE BUS " WS-BUS-AGE-DAYS
               " CAL " WS-CAL-AGE-DAYS
               DELIMITED BY SIZE INTO CTLRPT-RECORD
           WRITE CTLRPT-RECORD.

               DELIMITED BY SIZE INTO CTLRPT-RECORD
           WRITE CTLRPT-RECORD.

      *    THE NUMBER MATCHED BUT THE TRANSACTION KEY DID NOT - THE
      *    DOCUMENT THAT WAS GIVEN THIS NUMBER IS NOT THE ONE THAT
      *    POSTED WITH IT.  THE HAND-OFF RECORD CARRIES BOTH KEYS SO
      *    THE FEED CAN SAY WHICH DOCUMENT TOOK WHOSE NUMBER.  A
      *    HAND-OFF WRITE FAILURE STOPS THE MATCH THE SAME WAY A
      *    SUSPENSE WRITE FAILURE DOES - A FEED SHORT OF ITS
      *    CROSS-POSTS WOULD BALANCE WHILE HIDING THEM.
       3700-REPORT-CROSS-POSTED.
           ADD 1 TO WS-XPOST-COUNT
           MOVE SPACES TO CTLRPT-RECORD
           STRING "XPOST  " WS-ITEM-COMPANY " " WS-ITEM-DOC-TYPE
               " " WS-ITEM-CTL-NUMBER
               " TRN " WS-ITEM-TRN-KEY
               " POSTED AS " CTLPST-TRN-KEY
               " ON " CTLPST-POST-DATE
               DELIMITED BY SIZE INTO CTLRPT-RECORD
           WRITE CTLRPT-RECORD
           MOVE WS-ITEM-COMPANY TO CTLXPS-COMPANY
           MOVE WS-ITEM-DOC-TYPE TO CTLXPS-DOC-TYPE
           MOVE WS-ITEM-CTL-NUMBER TO CTLXPS-CTL-NUMBER
           MOVE WS-ITEM-TRN-KEY TO CTLXPS-ISSUED-TRN-KEY
           MOVE CTLPST-TRN-KEY TO CTLXPS-POSTED-TRN-KEY
           MOVE WS-ITEM-ISSUE-DATE TO CTLXPS-ISSUE-DATE
           MOVE CTLPST-POST-DATE TO CTLXPS-POST-DATE
           MOVE WS-RECON-DATE TO CTLXPS-RECON-DATE
           MOVE CTLXPS-RECORD TO CTLXPS-FILE-RECORD
           WRITE CTLXPS-FILE-RECORD
           IF WS-XPS-STATUS NOT = "00"
               DISPLAY "CTLREC01: CROSS-POST WRITE FAILED FOR "
                   CTLXPS-COMPANY " " CTLXPS-DOC-TYPE " "
                   CTLXPS-CTL-NUMBER
                   " STATUS=" WS-XPS-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-ISS-AT-EOF TO TRUE
               SET WS-PST-AT-EOF TO TRUE
           END-IF.

      *    VOIDED AND IN-SUSPENSE NUMBERS ARE ACCOUNTED FOR, NOT
      *    EXCEPTIONS - ONLY ESCALATED GAPS (AND ORPHANS,
      *    DUPLICATES, AND CROSS-POSTS) DRIVE THE RETURN CODE.  THE
      *    AGING SECTION SHOWS THE IN-TRANSIT QUEUE BY AGE SO A
      *    SWELLING 1-DAY BUCKET READS AS VOLUME WHILE ANYTHING IN
      *    3+ READS AS TROUBLE ON ITS WAY TO THE REPORT.
       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLRPT-RECORD
           STRING "AGING  BUS 1 DAY=" WS-AGE1-COUNT
               " 2 DAYS=" WS-AGE2-COUNT
               " 3+ DAYS=" WS-AGE3-COUNT
               " (ESCALATE AFTER " WS-ESCALATE-DAYS ")"
               DELIMITED BY SIZE INTO CTLRPT-RECORD
           WRITE CTLRPT-RECORD
           MOVE SPACES TO CTLRPT-RECORD
           STRING "SUSPENSE CARRIED=" WS-SUSPENSE-COUNT
               " RESOLVED=" WS-RESOLVED-COUNT
               " RECLAIMED=" WS-RECLAIM-COUNT
               " XPOSTED=" WS-XPOST-COUNT
               DELIMITED BY SIZE INTO CTLRPT-RECORD
           WRITE CTLRPT-RECORD
           MOVE SPACES TO CTLRPT-RECORD
      *    HARD ERROR BACK DOWN - STEP040'S COND TRUSTS THIS CODE
      *    BEFORE IT LAYS SUSPNEW OVER THE LIVE SUSPENSE.
           IF (WS-GAP-COUNT > 0 OR WS-DUP-COUNT > 0
               OR WS-ORPHAN-COUNT > 0 OR WS-XPOST-COUNT > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-CALENDAR-DOWN AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    THE MACHINE-READABLE COPY OF THE SUMMARY FOR CTLOPS01.  A
                   MOVE WS-SUSPENSE-COUNT TO CTLSUM-SUSPENSE
                   MOVE WS-RESOLVED-COUNT TO CTLSUM-RESOLVED
                   MOVE WS-RECLAIM-COUNT TO CTLSUM-RECLAIMED
                   MOVE WS-XPOST-COUNT TO CTLSUM-XPOSTED
                   MOVE CTLSUM-RECORD TO CTLSUM-FILE-RECORD
                   WRITE CTLSUM-FILE-RECORD
                   CLOSE CTLSUM-FILE
           CLOSE CTLRCLM-FILE
           CLOSE CTLSUSI-FILE
           CLOSE CTLSUSO-FILE
           CLOSE CTLXPS-FILE
           CLOSE CTLRPT-FILE
      *    A RUN REFUSED BEFORE ITS START STAMP LEAVES THE LEDGER
      *    ALONE - ONLY A BOOKED RUN COMPLETES ITS OWN RECORD.
