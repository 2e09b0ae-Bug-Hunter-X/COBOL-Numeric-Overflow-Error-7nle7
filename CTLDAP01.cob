       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLDAP01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLDAP01 - NIGHTLY DOC-TYPE CHANGE APPLY                   *
      *    WALKS THE CTLDOC REFERENCE MASTER AND:                     *
      *      - MAKES CURRENT EVERY CHANGE CTLDMT01 SCHEDULED FOR      *
      *        TODAY OR EARLIER - A NEW SERIES GOES ACTIVE, A FREEZE, *
      *        UNFREEZE, OR RETIREMENT TAKES HOLD, A NEW CEILING OR   *
      *        WARN PERCENT REPLACES THE OLD ONE;                     *
      *      - BRINGS EVERY LIVE SERIES' CTLCTL COUNTER INTO LINE     *
      *        WITH ITS REFERENCE CEILING AND WARN PERCENT (THE       *
      *        ISSUING PROGRAMS TEST THE COUNTER'S COPY), RESETTING   *
      *        THE WARN/OVERFLOW LATCHES THE WAY CTLMNT01 DOES.       *
      *    A CEILING THAT WOULD NOT CLEAR THE COUNTER'S CURRENT       *
      *    SEQUENCE IS NEVER APPLIED - A DUE CHANGE STAYS SCHEDULED   *
      *    AND A COUNTER STAYS AS IT IS, BOTH ARE LISTED AND LOGGED   *
      *    AS CEILUNDR, AND THE CHANGE MUST BE CANCELLED OR           *
      *    RE-ENTERED THROUGH CTLDMT01.  EVERY APPLY, SYNC, AND       *
      *    REFUSAL GOES ON THE CTLDCL CHANGE LOG CTLOPS01 LISTS.      *
      *                                                               *
      *    SCHEDULE AHEAD OF THE CTLNBR01 BATCH, SO THE NIGHT'S       *
      *    ISSUES SEE THE DAY'S CHANGES.                              *
      *                                                               *
      *    RETURNS 0 WHEN EVERYTHING DUE WAS APPLIED, 4 WHEN ANY      *
      *    CHANGE OR SYNC WAS REFUSED, 16 ON A FILE ERROR.            *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
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

           SELECT CTLDCL-FILE ASSIGN TO "CTLDCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

           SELECT CTLDAR-FILE ASSIGN TO "CTLDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLDOC-FILE.
       COPY CTLDOCR.

       FD  CTLCTL-FILE.
       COPY CTLCTLR.

       FD  CTLDCL-FILE
           RECORDING MODE IS F.
       01  CTLDCL-FILE-RECORD         PIC X(86).

       FD  CTLDAR-FILE
           RECORDING MODE IS F.
       01  CTLDAR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLDCLR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-DOC-STATUS              PIC X(02) VALUE "00".
       01  WS-CTL-STATUS              PIC X(02) VALUE "00".
       01  WS-DCL-STATUS              PIC X(02) VALUE "00".
       01  WS-DAR-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".
       01  WS-CTR-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-COUNTER-ON-FILE               VALUE "Y".

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.
       01  WS-TODAY                   PIC X(08).

      *    THE SERIES BEFORE AND AFTER, FOR THE LOG AND THE REPORT.
       01  WS-LOG-FUNC                PIC X(01).
       01  WS-LOG-ACTION              PIC X(08).
       01  WS-LOG-EFF-DATE            PIC X(08).
       01  WS-OLD-STATUS              PIC X(01).
       01  WS-NEW-STATUS              PIC X(01).
       01  WS-OLD-CEILING             PIC 9(07).
       01  WS-NEW-CEILING             PIC 9(07).
       01  WS-OLD-WARN                PIC 9(03).
       01  WS-NEW-WARN                PIC 9(03).

       01  WS-TYPE-COUNT              PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(07) VALUE 0.
       01  WS-SYNCED-COUNT            PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(07) VALUE 0.
       01  WS-SCHEDULED-COUNT         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           IF WS-RETURN-CODE < 16
               PERFORM 2000-APPLY-DUE-CHANGES
           END-IF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    A CHANGE THAT CANNOT BE LOGGED MUST NOT BE MADE, SO THE
      *    CHANGE LOG GATES THE RUN THE SAME AS THE TWO MASTERS DO.
       1000-INITIALIZE.
           OPEN OUTPUT CTLDAR-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO WS-TODAY
           MOVE SPACES TO CTLDAR-RECORD
           STRING "CTLDAP01 DOC-TYPE CHANGE APPLY - CHANGES DUE BY "
               WS-TODAY
               DELIMITED BY SIZE INTO CTLDAR-RECORD
           WRITE CTLDAR-RECORD
           MOVE SPACES TO CTLDAR-RECORD
           WRITE CTLDAR-RECORD
           OPEN I-O CTLDOC-FILE
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDAP01: UNABLE TO OPEN CTLDOC, STATUS="
                   WS-DOC-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN I-O CTLCTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CTLDAP01: UNABLE TO OPEN CTLCTL, STATUS="
                   WS-CTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           OPEN EXTEND CTLDCL-FILE
           IF WS-DCL-STATUS = "05" OR WS-DCL-STATUS = "35"
               OPEN OUTPUT CTLDCL-FILE
           END-IF
           IF WS-DCL-STATUS NOT = "00"
               DISPLAY "CTLDAP01: UNABLE TO OPEN CTLDCL, STATUS="
                   WS-DCL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

       2000-APPLY-DUE-CHANGES.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO CTLDOC-KEY
           START CTLDOC-FILE KEY NOT LESS THAN CTLDOC-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-NEXT-TYPE
           END-IF
           PERFORM 2200-PROCESS-ONE-TYPE
               UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 16
           IF WS-APPLIED-COUNT = 0 AND WS-SYNCED-COUNT = 0
               AND WS-REFUSED-COUNT = 0
               MOVE "  NOTHING DUE" TO CTLDAR-RECORD
               WRITE CTLDAR-RECORD
           END-IF.

       2100-READ-NEXT-TYPE.
           READ CTLDOC-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               AND WS-DOC-STATUS NOT = "00"
               DISPLAY "CTLDAP01: CTLDOC READ FAILED, STATUS="
                   WS-DOC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       2200-PROCESS-ONE-TYPE.
           ADD 1 TO WS-TYPE-COUNT
           PERFORM 2300-READ-COUNTER
           IF WS-RETURN-CODE < 16
               AND NOT CTLDOC-NO-CHANGE-PENDING
               IF CTLDOC-PEND-EFF-DATE NOT > WS-TODAY
                   PERFORM 2400-APPLY-ONE-CHANGE
               ELSE
                   ADD 1 TO WS-SCHEDULED-COUNT
               END-IF
           END-IF
           IF WS-RETURN-CODE < 16
               AND WS-COUNTER-ON-FILE
               AND NOT CTLDOC-RETIRED
               AND NOT CTLDOC-NOT-YET-EFFECTIVE
               IF CTLCTL-CEILING-SEQ NOT = CTLDOC-CEILING-SEQ
                   OR CTLCTL-WARN-PCT NOT = CTLDOC-WARN-PCT
                   PERFORM 2500-SYNC-COUNTER
               END-IF
           END-IF
           IF WS-RETURN-CODE < 16
               PERFORM 2100-READ-NEXT-TYPE
           END-IF.

       2300-READ-COUNTER.
           MOVE "N" TO WS-CTR-FOUND-SW
           MOVE CTLDOC-COMPANY TO CTLCTL-COMPANY
           MOVE CTLDOC-DOC-TYPE TO CTLCTL-DOC-TYPE
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
                   DISPLAY "CTLDAP01: CTLCTL READ FAILED FOR "
                       CTLDOC-COMPANY " " CTLDOC-DOC-TYPE
                       " STATUS=" WS-CTL-STATUS
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

      *    A DUE CHANGE THAT MOVES THE CEILING MUST STILL CLEAR THE
      *    COUNTER - THE SERIES MAY HAVE CLIMBED SINCE THE CHANGE
      *    WAS ENTERED.  A FREEZE OR RETIREMENT LEAVES THE CEILING
      *    ALONE AND IS NEVER HELD UP BY IT.
       2400-APPLY-ONE-CHANGE.
           MOVE CTLDOC-PEND-FUNC TO WS-LOG-FUNC
           MOVE CTLDOC-PEND-EFF-DATE TO WS-LOG-EFF-DATE
           MOVE CTLDOC-STATUS TO WS-OLD-STATUS
           MOVE CTLDOC-CEILING-SEQ TO WS-OLD-CEILING
           MOVE CTLDOC-WARN-PCT TO WS-OLD-WARN
           MOVE CTLDOC-STATUS TO WS-NEW-STATUS
           IF CTLDOC-PEND-STATUS NOT = SPACE
               MOVE CTLDOC-PEND-STATUS TO WS-NEW-STATUS
           END-IF
           MOVE CTLDOC-PEND-CEILING TO WS-NEW-CEILING
           MOVE CTLDOC-PEND-WARN-PCT TO WS-NEW-WARN
           IF WS-COUNTER-ON-FILE
               AND WS-NEW-CEILING NOT = WS-OLD-CEILING
               AND WS-NEW-CEILING NOT > CTLCTL-SEQ-NBR
               MOVE "CEILUNDR" TO WS-LOG-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-RETURN-CODE = 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM 2800-LOG-AND-LIST
           ELSE
               MOVE WS-NEW-STATUS TO CTLDOC-STATUS
               MOVE WS-NEW-CEILING TO CTLDOC-CEILING-SEQ
               MOVE WS-NEW-WARN TO CTLDOC-WARN-PCT
               MOVE SPACES TO CTLDOC-PEND-EFF-DATE
               MOVE SPACE TO CTLDOC-PEND-STATUS
               MOVE 0 TO CTLDOC-PEND-CEILING
               MOVE 0 TO CTLDOC-PEND-WARN-PCT
               MOVE SPACE TO CTLDOC-PEND-FUNC
               REWRITE CTLDOC-RECORD
               IF WS-DOC-STATUS NOT = "00"
                   DISPLAY "CTLDAP01: CTLDOC REWRITE FAILED FOR "
                       CTLDOC-COMPANY " " CTLDOC-DOC-TYPE
                       " STATUS=" WS-DOC-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   MOVE "APPLIED" TO WS-LOG-ACTION
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2800-LOG-AND-LIST
               END-IF
           END-IF.

      *    THE COUNTER TAKES ITS CEILING AND WARN PERCENT FROM THE
      *    REFERENCE - UNLESS THAT WOULD PUT THE CEILING AT OR
      *    BELOW NUMBERS ALREADY ISSUED, WHICH NEEDS A HUMAN.
       2500-SYNC-COUNTER.
           MOVE "S" TO WS-LOG-FUNC
           MOVE WS-TODAY TO WS-LOG-EFF-DATE
           MOVE CTLDOC-STATUS TO WS-OLD-STATUS
           MOVE CTLDOC-STATUS TO WS-NEW-STATUS
           MOVE CTLCTL-CEILING-SEQ TO WS-OLD-CEILING
           MOVE CTLCTL-WARN-PCT TO WS-OLD-WARN
           MOVE CTLDOC-CEILING-SEQ TO WS-NEW-CEILING
           MOVE CTLDOC-WARN-PCT TO WS-NEW-WARN
           IF WS-NEW-CEILING NOT > CTLCTL-SEQ-NBR
               MOVE "CEILUNDR" TO WS-LOG-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-RETURN-CODE = 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM 2800-LOG-AND-LIST
           ELSE
               MOVE WS-NEW-CEILING TO CTLCTL-CEILING-SEQ
               MOVE WS-NEW-WARN TO CTLCTL-WARN-PCT
               MOVE "N" TO CTLCTL-WARN-ISSUED
               MOVE "N" TO CTLCTL-OVFL-ISSUED
               MOVE WS-CD-DATE TO CTLCTL-LAST-UPD-DATE
               MOVE WS-CD-TIME TO CTLCTL-LAST-UPD-TIME
               REWRITE CTLCTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "CTLDAP01: COUNTER REWRITE FAILED FOR "
                       CTLCTL-COMPANY " " CTLCTL-DOC-TYPE
                       " STATUS=" WS-CTL-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   MOVE "APPLIED" TO WS-LOG-ACTION
                   ADD 1 TO WS-SYNCED-COUNT
                   PERFORM 2800-LOG-AND-LIST
               END-IF
           END-IF.

      *    THE OPERATOR AND SIGN-OFF FOR A SCHEDULED CHANGE ARE ON
      *    ITS SCHEDULD ENTRY FROM CTLDMT01; THIS ENTRY RECORDS WHEN
      *    IT TOOK EFFECT.
       2800-LOG-AND-LIST.
           MOVE CTLDOC-COMPANY TO CTLDCL-COMPANY
           MOVE CTLDOC-DOC-TYPE TO CTLDCL-DOC-TYPE
           MOVE WS-LOG-FUNC TO CTLDCL-FUNC
           MOVE WS-LOG-ACTION TO CTLDCL-ACTION
           MOVE WS-LOG-EFF-DATE TO CTLDCL-EFF-DATE
           MOVE WS-OLD-STATUS TO CTLDCL-OLD-STATUS
           MOVE WS-NEW-STATUS TO CTLDCL-NEW-STATUS
           MOVE WS-OLD-CEILING TO CTLDCL-OLD-CEILING
           MOVE WS-NEW-CEILING TO CTLDCL-NEW-CEILING
           MOVE WS-OLD-WARN TO CTLDCL-OLD-WARN-PCT
           MOVE WS-NEW-WARN TO CTLDCL-NEW-WARN-PCT
           MOVE SPACES TO CTLDCL-OPER-ID
           MOVE SPACES TO CTLDCL-SUPV-ID
           MOVE WS-CD-DATE TO CTLDCL-UPD-DATE
           MOVE WS-CD-TIME TO CTLDCL-UPD-TIME
           MOVE "CTLDAP01" TO CTLDCL-SOURCE
           MOVE CTLDCL-RECORD TO CTLDCL-FILE-RECORD
           WRITE CTLDCL-FILE-RECORD
           IF WS-DCL-STATUS NOT = "00"
               DISPLAY "CTLDAP01: CHANGE LOG WRITE FAILED FOR "
                   CTLDOC-COMPANY " " CTLDOC-DOC-TYPE
                   " STATUS=" WS-DCL-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO CTLDAR-RECORD
           STRING "  " CTLDOC-COMPANY "/" CTLDOC-DOC-TYPE " "
               WS-LOG-FUNC " " WS-LOG-ACTION
               " EFF " WS-LOG-EFF-DATE
               " STATUS " WS-OLD-STATUS ">" WS-NEW-STATUS
               " CEIL " WS-OLD-CEILING ">" WS-NEW-CEILING
               " WARN " WS-OLD-WARN ">" WS-NEW-WARN
               DELIMITED BY SIZE INTO CTLDAR-RECORD
           WRITE CTLDAR-RECORD.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLDAR-RECORD
           WRITE CTLDAR-RECORD
           MOVE SPACES TO CTLDAR-RECORD
           STRING "SUMMARY TYPES=" WS-TYPE-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " SYNCED=" WS-SYNCED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CTLDAR-RECORD
           WRITE CTLDAR-RECORD
           DISPLAY CTLDAR-RECORD
           MOVE SPACES TO CTLDAR-RECORD
           STRING "  STILL SCHEDULED=" WS-SCHEDULED-COUNT
               DELIMITED BY SIZE INTO CTLDAR-RECORD
           WRITE CTLDAR-RECORD.

       8000-TERMINATE.
           CLOSE CTLDOC-FILE
           CLOSE CTLCTL-FILE
           CLOSE CTLDCL-FILE
           CLOSE CTLDAR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLDAP01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLDAP01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLDAP01: RUN-CONTROL END STAMP FAILED"
           END-IF.
