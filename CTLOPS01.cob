      *      - WARN/OVFL EXCEPTIONS FROM CTLEXC                       *
      *      - ON-CALL PAGES FROM CTLALR                              *
      *      - MANUAL COUNTER CHANGES AND SIGN-OFFS FROM CTLMAUD      *
      *      - DOC-TYPE REFERENCE CHANGES FROM THE CTLDCL CHANGE LOG  *
      *      - RECONCILIATION TOTALS FROM THE CTLSUM HAND-OFF         *
      *      - WAREHOUSE/GL FEED DATES FLAGGED ON THE CTLFDR REGISTER *
      *                                                               *
      *    THE VERDICT IS ATTENTION REQUIRED (AND RC=4) WHEN THE DAY  *
      *    HAD ANY WARN/OVFL EXCEPTION, ANY PAGE, ANY RECONCILIATION  *
      *    GAP/ORPHAN/DUPLICATE/CROSS-POST, ANY FEED DATE THE         *
      *    RECEIVERS HAVE NOT ACKNOWLEDGED, REJECTED, OR FAILED TO    *
      *    BALANCE, OR WHEN THE RECON HAND-OFF IS MISSING OR NOT      *
      *    FROM THE REPORT DATE.  MANUAL ADJUSTMENTS ARE LISTED WITH  *
      *    THEIR SIGN-OFFS BUT, BEING SUPERVISED WORK, DO NOT ALONE   *
      *    RAISE THE VERDICT.                                         *
      *                                                               *
      *    THE REPORT DATE DEFAULTS TO THE RUN DATE (THE JOB RUNS     *
      *    RIGHT AFTER THE NIGHTLY RECONCILIATION); A CTLPRM CARD     *
      *                WEREN'T ALLOWED TO MAKE.  A BLANK ACTION IS    *
      *                A LEGACY 53-BYTE ENTRY FROM BEFORE THE FIELD   *
      *                EXISTED - APPLIED WORK, NEVER AN ALARM.        *
      *    2026-10-15  THE RECONCILIATION SECTION SHOWS THE CROSS-    *
      *                POSTED COUNT FROM THE WIDENED CTLSUM RECORD -  *
      *                A NUMBER POSTED UNDER SOMEBODY ELSE'S          *
      *                TRANSACTION KEY FORCES ATTENTION.              *
      *    2026-10-15  A "REBUILT" CTLMAUD ENTRY FROM THE CTLVER01    *
      *                COUNTER REBUILD IS SIGNED-OFF WORK LIKE        *
      *                "APPLIED" - LISTED, NOT AN ALARM BY ITSELF     *
      *                (THE BEHIND COUNTER ALREADY PAGED).            *
      *    2026-10-15  NEW FEED ACKNOWLEDGMENT SECTION FROM THE       *
      *                CTLFDR REGISTER: EVERY FEED DATE CTLACK01 HAS  *
      *                FLAGGED OVERDUE, MISMATCHED, OR REJECTED       *
      *                FORCES ATTENTION; A DATE RESENT ON THE REPORT  *
      *                DATE IS LISTED AS WORK, NOT AN ALARM.          *
      *    2026-10-15  NEW DOC-TYPE CHANGE SECTION FROM THE CTLDCL    *
      *                LOG: NEW SERIES, CEILING/WARN CHANGES,         *
      *                FREEZES, AND RETIREMENTS ENTERED, SCHEDULED,   *
      *                CANCELLED, OR MADE CURRENT ON THE REPORT DATE. *
      *                A REFUSED CHANGE (CTLOPR CODE OR A CEILING     *
      *                UNDER THE COUNTER) FORCES ATTENTION.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAU-STATUS.

           SELECT CTLDCL-FILE ASSIGN TO "CTLDCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

           SELECT CTLSUM-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CTLFDR-FILE ASSIGN TO "CTLFDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLFDR-KEY
               FILE STATUS IS WS-FDR-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           RECORDING MODE IS F.
       01  CTLMAUD-FILE-RECORD        PIC X(61).

       FD  CTLDCL-FILE
           RECORDING MODE IS F.
       01  CTLDCL-FILE-RECORD         PIC X(86).

       FD  CTLSUM-FILE
           RECORDING MODE IS F.
       01  CTLSUM-FILE-RECORD         PIC X(71).

       FD  CTLFDR-FILE.
       COPY CTLFDRR.

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       COPY CTLEXCR.
       COPY CTLALRR.
       COPY CTLMAUR.
       COPY CTLDCLR.
       COPY CTLSUMR.
       COPY CTLRNQR.
       COPY CTLDATR.
       01  WS-EXC-STATUS              PIC X(02) VALUE "00".
       01  WS-ALR-STATUS              PIC X(02) VALUE "00".
       01  WS-MAU-STATUS              PIC X(02) VALUE "00".
       01  WS-DCL-STATUS              PIC X(02) VALUE "00".
       01  WS-SUM-STATUS              PIC X(02) VALUE "00".
       01  WS-FDR-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-OPS-STATUS              PIC X(02) VALUE "00".

       01  WS-OVFL-COUNT              PIC 9(07) VALUE 0.
       01  WS-ALERT-COUNT             PIC 9(07) VALUE 0.
       01  WS-MAINT-COUNT             PIC 9(07) VALUE 0.
       01  WS-DOC-CHG-COUNT           PIC 9(07) VALUE 0.
       01  WS-HEADROOM                PIC 9(07).
       01  WS-FEED-LISTED-COUNT       PIC 9(07) VALUE 0.
       01  WS-RCV-IDX                 PIC 9(01) COMP.
       01  WS-RCV-NAME                PIC X(04).
       01  WS-RCV-STATE-TEXT          PIC X(08).

      *    THE DAY'S ISSUE VOLUME BY COMPANY AND DOC TYPE, COUNTED
      *    OFF THE AUDIT LOG BEFORE THE COUNTER SECTION PRINTS.  IF
           PERFORM 3000-EXCEPTION-SECTION
           PERFORM 4000-ALERT-SECTION
           PERFORM 5000-MAINT-SECTION
           PERFORM 5500-DOC-CHANGE-SECTION
           PERFORM 6000-RECON-SECTION
           PERFORM 6500-FEED-ACK-SECTION
           PERFORM 7000-WRITE-REPORT
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
                           DELIMITED BY SIZE INTO WS-WORK-LINE
                       PERFORM 6800-ADD-LINE
                       IF CTLMAUD-ACTION NOT = "APPLIED"
                           AND CTLMAUD-ACTION NOT = "REBUILT"
                           AND CTLMAUD-ACTION NOT = SPACES
                           SET WS-ATTENTION-REQUIRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    REFERENCE CHANGES ARE SIGNED-OFF WORK TOO.  ONLY A
      *    REFUSAL IS AN ALARM - AN OPERATOR TRIED A CHANGE THEY
      *    WEREN'T ALLOWED TO MAKE, OR A CEILING DUE TONIGHT (OR A
      *    COUNTER SYNC) WOULD NOT CLEAR NUMBERS ALREADY ISSUED AND
      *    IS STILL WAITING ON SOMEBODY.
       5500-DOC-CHANGE-SECTION.
           MOVE "DOC-TYPE REFERENCE CHANGES" TO WS-WORK-LINE
           PERFORM 6800-ADD-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CTLDCL-FILE
           IF WS-DCL-STATUS NOT = "00"
               MOVE "  (NO CHANGE LOG - NOTHING RECORDED)"
                   TO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM 5600-LIST-ONE-DOC-CHANGE
               UNTIL WS-END-OF-FILE
           IF WS-DCL-STATUS = "00" OR WS-DCL-STATUS = "10"
               CLOSE CTLDCL-FILE
           END-IF
           IF WS-DOC-CHG-COUNT = 0
               MOVE "  NONE" TO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           PERFORM 6800-ADD-LINE.

       5600-LIST-ONE-DOC-CHANGE.
           READ CTLDCL-FILE INTO CTLDCL-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CTLDCL-UPD-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-DOC-CHG-COUNT
                       MOVE SPACES TO WS-WORK-LINE
                       STRING "  " CTLDCL-COMPANY "/"
                           CTLDCL-DOC-TYPE " " CTLDCL-FUNC " "
                           CTLDCL-ACTION " EFF " CTLDCL-EFF-DATE " "
                           CTLDCL-OLD-STATUS ">" CTLDCL-NEW-STATUS
                           " CEIL " CTLDCL-OLD-CEILING ">"
                           CTLDCL-NEW-CEILING
                           " WARN " CTLDCL-OLD-WARN-PCT ">"
                           CTLDCL-NEW-WARN-PCT
                           DELIMITED BY SIZE INTO WS-WORK-LINE
                       PERFORM 6800-ADD-LINE
                       MOVE SPACES TO WS-WORK-LINE
                       IF CTLDCL-OPER-ID = SPACES
                           STRING "      VIA " CTLDCL-SOURCE
                               DELIMITED BY SIZE INTO WS-WORK-LINE
                       ELSE
                           STRING "      BY " CTLDCL-OPER-ID
                               " SIGNED " CTLDCL-SUPV-ID
                               " VIA " CTLDCL-SOURCE
                               DELIMITED BY SIZE INTO WS-WORK-LINE
                       END-IF
                       PERFORM 6800-ADD-LINE
                       IF CTLDCL-ACTION NOT = "APPLIED"
                           AND CTLDCL-ACTION NOT = "SCHEDULD"
                           AND CTLDCL-ACTION NOT = "CANCELED"
                           SET WS-ATTENTION-REQUIRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       6000-RECON-SECTION.
           MOVE "RECONCILIATION" TO WS-WORK-LINE
           PERFORM 6800-ADD-LINE
               STRING "  SUSPENSE=" CTLSUM-SUSPENSE
                   " RESOLVED=" CTLSUM-RESOLVED
                   " RECLAIMED=" CTLSUM-RECLAIMED
                   " XPOSTED=" CTLSUM-XPOSTED
                   DELIMITED BY SIZE INTO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
               IF CTLSUM-GAPS > 0 OR CTLSUM-ORPHANS > 0
                   OR CTLSUM-DUPS > 0 OR CTLSUM-XPOSTED > 0
                   SET WS-ATTENTION-REQUIRED TO TRUE
               END-IF
           END-IF.

      *    EVERY FEED DATE ON THE REGISTER WHOSE WAREHOUSE OR GL
      *    SLOT CTLACK01 HAS FLAGGED - THE FLAG STAYS UNTIL THE DATE
      *    IS RESENT, SO AN UNWORKED ONE IS ON EVERY MORNING'S
      *    REPORT.  A RESEND MADE ON THE REPORT DATE IS LISTED AS
      *    THE WORK IT IS.  NO REGISTER AT ALL MEANS NOBODY CAN SAY
      *    WHETHER THE FEEDS LANDED.
       6500-FEED-ACK-SECTION.
           MOVE "WAREHOUSE/GL FEED ACKNOWLEDGMENTS" TO WS-WORK-LINE
           PERFORM 6800-ADD-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CTLFDR-FILE
           IF WS-FDR-STATUS NOT = "00"
               MOVE SPACES TO WS-WORK-LINE
               STRING "  FEED REGISTER UNAVAILABLE, STATUS="
                   WS-FDR-STATUS
                   DELIMITED BY SIZE INTO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
               SET WS-ATTENTION-REQUIRED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO CTLFDR-KEY
               START CTLFDR-FILE KEY NOT < CTLFDR-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           PERFORM 6600-LIST-ONE-FEED
               UNTIL WS-END-OF-FILE
           IF WS-FDR-STATUS = "00" OR WS-FDR-STATUS = "10"
               OR WS-FDR-STATUS = "23"
               CLOSE CTLFDR-FILE
           END-IF
           IF WS-FEED-LISTED-COUNT = 0
               MOVE "  NONE" TO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
           END-IF.

       6600-LIST-ONE-FEED.
           READ CTLFDR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF WS-FDR-STATUS = "00"
                   IF CTLFDR-SENT-DATE = WS-REPORT-DATE
                       AND CTLFDR-SEND-COUNT > 1
                       ADD 1 TO WS-FEED-LISTED-COUNT
                       MOVE SPACES TO WS-WORK-LINE
                       STRING "  " CTLFDR-FEED-DATE " RESENT - SEND "
                           CTLFDR-SEND-COUNT
                           DELIMITED BY SIZE INTO WS-WORK-LINE
                       PERFORM 6800-ADD-LINE
                   END-IF
                   PERFORM 6700-LIST-ONE-RECEIVER
                       VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > 2
               ELSE
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "  FEED REGISTER BROWSE FAILED, STATUS="
                       WS-FDR-STATUS " - LIST INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-WORK-LINE
                   PERFORM 6800-ADD-LINE
                   SET WS-ATTENTION-REQUIRED TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       6700-LIST-ONE-RECEIVER.
           IF CTLFDR-RCV-FLAGGED (WS-RCV-IDX)
               ADD 1 TO WS-FEED-LISTED-COUNT
               SET WS-ATTENTION-REQUIRED TO TRUE
               IF WS-RCV-IDX = 1
                   MOVE "DWH " TO WS-RCV-NAME
               ELSE
                   MOVE "GL  " TO WS-RCV-NAME
               END-IF
               EVALUATE TRUE
                   WHEN CTLFDR-RCV-OVERDUE (WS-RCV-IDX)
                       MOVE "NO ACK  " TO WS-RCV-STATE-TEXT
                   WHEN CTLFDR-RCV-MISMATCH (WS-RCV-IDX)
                       MOVE "MISMATCH" TO WS-RCV-STATE-TEXT
                   WHEN OTHER
                       MOVE "REJECTED" TO WS-RCV-STATE-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-WORK-LINE
               STRING "  " CTLFDR-FEED-DATE " " WS-RCV-NAME
                   " " WS-RCV-STATE-TEXT
                   " SENT " CTLFDR-SENT-DATE
                   " " CTLFDR-RCV-REASON (WS-RCV-IDX)
                   DELIMITED BY SIZE INTO WS-WORK-LINE
               PERFORM 6800-ADD-LINE
           END-IF.

      *    THE BODY WAITS IN THE TABLE UNTIL THE VERDICT IS KNOWN.
