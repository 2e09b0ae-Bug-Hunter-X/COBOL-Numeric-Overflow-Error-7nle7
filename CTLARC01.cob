       PROGRAM-ID. CTLARC01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLARC01 - FISCAL YEAR-END ARCHIVE OF THE SUBSYSTEM LOGS   *
      *    THE AUDIT, EXCEPTION, AND ALERT LOGS ARE APPEND-FOREVER    *
      *    DATASETS - CTLNBR01 OPENS THEM EXTEND AND NOTHING EVER     *
      *    TRIMS THEM, SO THE AUDIT LOG CARRIES EVERY NUMBER ISSUED   *
      *    SINCE THE SUBSYSTEM WENT LIVE AND THE NIGHTLY CTLREC01     *
      *    SORT GETS SLOWER EVERY WEEK.  RUN AFTER A FISCAL YEAR-END  *
      *    (MATCHING THE SEQUENCE RESET IN CTLNBR01'S                 *
      *    2300-CHECK-YEAR-ROLLOVER), THIS SPLITS EACH LOG IN TWO:    *
      *    RECORDS DATED BEFORE THEIR COMPANY'S CURRENT FISCAL YEAR   *
      *    GO TO THE ARCHIVE GENERATION, THE REST GO TO THE NEW       *
      *    LIVE COPY.  THE JCL ONLY REPLACES THE LIVE DATASETS WITH   *
      *    THE TRIMMED COPIES AFTER THIS PROGRAM ENDS CLEAN, SO A     *
      *    FAILURE HERE CAN NEVER COST A RECORD - CTLINQ01 ANSWERS    *
      *                DECIDED OTHERWISE.  THE RUN ALSO BOOKS ITS     *
      *                START AND COMPLETION ON THE CTLRUN LEDGER      *
      *                THROUGH CTLRUN00, OVERRIDE INCLUDED.           *
      *    2026-10-15  CTLSUM RECORD LENGTH FOLLOWS THE CROSS-POSTED  *
      *                COUNT ADDED TO THE TOTALS HAND-OFF.            *
      *    2026-10-15  CUTOFF IS EACH COMPANY'S CURRENT FISCAL-YEAR   *
      *                START FROM THE CTLCAL CALENDAR (CTLCAL00), NOT *
      *                1 JANUARY.  ALERTS CARRY NO COMPANY AND USE    *
      *                THE EARLIEST START OF ANY COMPANY.             *
      *    2026-10-15  THE CTLXPS CROSS-POST LOG, NOW APPENDED EVERY  *
      *                NIGHT, IS TRIMMED TO THE CURRENT FISCAL YEAR   *
      *                ON THE SAME CUTOFF.  CLOSED YEARS ARE PURGED,  *
      *                NOT ARCHIVED - THE FEEDS THAT CARRIED THEM ARE *
      *                THE RECORD.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALN-STATUS.

           SELECT CTLXPSI-FILE ASSIGN TO "CTLXPSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPI-STATUS.
           SELECT CTLXPSN-FILE ASSIGN TO "CTLXPSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPN-STATUS.

           SELECT CTLSUM-FILE ASSIGN TO "CTLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           RECORDING MODE IS F.
       01  CTLALRN-RECORD             PIC X(101).

       FD  CTLXPSI-FILE
           RECORDING MODE IS F.
       01  CTLXPSI-RECORD             PIC X(64).
       FD  CTLXPSN-FILE
           RECORDING MODE IS F.
       01  CTLXPSN-RECORD             PIC X(64).

       FD  CTLSUM-FILE
           RECORDING MODE IS F.
       01  CTLSUM-FILE-RECORD         PIC X(71).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       COPY CTLAUDR.
       COPY CTLEXCR.
       COPY CTLALRR.
       COPY CTLXPSR.
       COPY CTLSUMR.
       COPY CTLRNQR.
       COPY CTLCLQR.
       COPY CTLDATR.

       01  WS-AUI-STATUS              PIC X(02) VALUE "00".
       01  WS-ALI-STATUS              PIC X(02) VALUE "00".
       01  WS-ALA-STATUS              PIC X(02) VALUE "00".
       01  WS-ALN-STATUS              PIC X(02) VALUE "00".
       01  WS-XPI-STATUS              PIC X(02) VALUE "00".
       01  WS-XPN-STATUS              PIC X(02) VALUE "00".
       01  WS-SUM-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".

       01  WS-RUN-BOOKED-SW           PIC X(01) VALUE "N".
           88  WS-RUN-BOOKED                    VALUE "Y".

       01  WS-CUTOFF-COMPANY          PIC X(03) VALUE HIGH-VALUES.
       01  WS-CUTOFF-DATE             PIC X(08) VALUE SPACES.
       01  WS-ALERT-CUTOFF-DATE       PIC X(08) VALUE SPACES.
       01  WS-RECORD-DATE             PIC X(08).
       01  WS-ARCHIVE-SW              PIC X(01) VALUE "N".
           88  WS-ARCHIVE-RECORD                VALUE "Y".

       01  WS-AUD-ARCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-AUD-KEPT-COUNT          PIC 9(07) VALUE 0.
       01  WS-EXC-KEPT-COUNT          PIC 9(07) VALUE 0.
       01  WS-ALR-ARCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-ALR-KEPT-COUNT          PIC 9(07) VALUE 0.
       01  WS-XPS-PURGE-COUNT         PIC 9(07) VALUE 0.
       01  WS-XPS-KEPT-COUNT          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

           IF WS-RETURN-CODE = 0
               PERFORM 4000-ARCHIVE-ALERT-LOG
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 5000-PURGE-XPOST-LOG
           END-IF
           PERFORM 7000-DISPLAY-TOTALS
           PERFORM 8000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    EVERYTHING DATED BEFORE THE FISCAL YEAR ITS COMPANY IS IN
      *    ON THE RUN DATE IS A CLOSED YEAR AND GOES TO ARCHIVE -
      *    EXACTLY WHAT THAT COMPANY'S SEQUENCE RESET CLOSED OUT.
      *    THE ALERT LOG HAS NO COMPANY, SO ITS CUTOFF IS THE
      *    EARLIEST CURRENT-YEAR START OF ANY COMPANY - NO ALERT
      *    ABOUT A STILL-OPEN YEAR IS EVER ARCHIVED.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1050-SET-ALERT-CUTOFF
           IF WS-RETURN-CODE NOT = 0
               CONTINUE
           ELSE
               PERFORM 1100-CHECK-SUSPENSE-GATE
           END-IF
           IF WS-RETURN-CODE NOT = 0
               CONTINUE
           ELSE
               PERFORM 1300-OPEN-LOG-FILES
           END-IF.

      *    THE ALERT CUTOFF IS THE START OF THE CURRENT FISCAL YEAR
      *    ON THE COMPANY CALENDAR.  AN UNREADABLE CALENDAR REFUSES
      *    THE RUN RATHER THAN GUESS AT THE CUTOFF.
       1050-SET-ALERT-CUTOFF.
           SET CTLCLQ-FUNC-EARLIEST-START TO TRUE
           MOVE SPACES TO CTLCLQ-COMPANY
           MOVE WS-CD-DATE TO CTLCLQ-DATE
           CALL "CTLCAL00" USING CTLCLQ-REQUEST
           IF CTLCLQ-IO-ERROR
               DISPLAY "CTLARC01: COMPANY CALENDAR UNREADABLE - "
                   "RUN REFUSED"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               MOVE CTLCLQ-FY-START TO WS-ALERT-CUTOFF-DATE
           END-IF.

      *    AN ITEM STILL IN SUSPENSE WHEN ITS AUDIT RECORD IS
      *    ARCHIVED DROPS OUT OF TRACKING WITHOUT A TRACE - THE
      *    RULE THE JCL COMMENT USED TO BEG FOR IS ENFORCED HERE:
           OPEN OUTPUT CTLEXCN-FILE
           OPEN OUTPUT CTLALRA-FILE
           OPEN OUTPUT CTLALRN-FILE
           OPEN INPUT CTLXPSI-FILE
           OPEN OUTPUT CTLXPSN-FILE
           IF WS-AUI-STATUS NOT = "00" OR WS-EXI-STATUS NOT = "00"
               OR WS-ALI-STATUS NOT = "00" OR WS-AUA-STATUS NOT = "00"
               OR WS-AUN-STATUS NOT = "00" OR WS-EXA-STATUS NOT = "00"
               OR WS-EXN-STATUS NOT = "00" OR WS-ALA-STATUS NOT = "00"
               OR WS-ALN-STATUS NOT = "00" OR WS-XPI-STATUS NOT = "00"
               OR WS-XPN-STATUS NOT = "00"
               DISPLAY "CTLARC01: OPEN FAILED, AUD=" WS-AUI-STATUS
                   WS-AUA-STATUS WS-AUN-STATUS
                   " EXC=" WS-EXI-STATUS WS-EXA-STATUS WS-EXN-STATUS
                   " ALR=" WS-ALI-STATUS WS-ALA-STATUS WS-ALN-STATUS
                   " XPS=" WS-XPI-STATUS WS-XPN-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CTLAUD-ISSUE-DATE TO WS-RECORD-DATE
                   MOVE CTLAUD-COMPANY TO CTLCLQ-COMPANY
                   PERFORM 6100-SET-COMPANY-CUTOFF
                   PERFORM 6000-CHECK-RECORD-DATE
                   EVALUATE TRUE
                       WHEN WS-RETURN-CODE NOT = 0
                           CONTINUE
                       WHEN WS-ARCHIVE-RECORD
                           MOVE CTLAUD-RECORD TO CTLAUDA-RECORD
                           WRITE CTLAUDA-RECORD
                           IF WS-AUA-STATUS NOT = "00"
                               PERFORM 6900-ARCHIVE-WRITE-FAILED
                           ELSE
                               ADD 1 TO WS-AUD-ARCH-COUNT
                           END-IF
                       WHEN OTHER
                           MOVE CTLAUD-RECORD TO CTLAUDN-RECORD
                           WRITE CTLAUDN-RECORD
                           IF WS-AUN-STATUS NOT = "00"
                               PERFORM 6900-ARCHIVE-WRITE-FAILED
                           ELSE
                               ADD 1 TO WS-AUD-KEPT-COUNT
                           END-IF
                   END-EVALUATE
           END-READ.

       3000-ARCHIVE-EXC-LOG.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CTLEXC-EVENT-DATE TO WS-RECORD-DATE
                   MOVE CTLEXC-COMPANY TO CTLCLQ-COMPANY
                   PERFORM 6100-SET-COMPANY-CUTOFF
                   PERFORM 6000-CHECK-RECORD-DATE
                   EVALUATE TRUE
                       WHEN WS-RETURN-CODE NOT = 0
                           CONTINUE
                       WHEN WS-ARCHIVE-RECORD
                           MOVE CTLEXC-RECORD TO CTLEXCA-RECORD
                           WRITE CTLEXCA-RECORD
                           IF WS-EXA-STATUS NOT = "00"
                               PERFORM 6900-ARCHIVE-WRITE-FAILED
                           ELSE
                               ADD 1 TO WS-EXC-ARCH-COUNT
                           END-IF
                       WHEN OTHER
                           MOVE CTLEXC-RECORD TO CTLEXCN-RECORD
                           WRITE CTLEXCN-RECORD
                           IF WS-EXN-STATUS NOT = "00"
                               PERFORM 6900-ARCHIVE-WRITE-FAILED
                           ELSE
                               ADD 1 TO WS-EXC-KEPT-COUNT
                           END-IF
                   END-EVALUATE
           END-READ.

       4000-ARCHIVE-ALERT-LOG.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CTLALR-EVENT-DATE TO WS-RECORD-DATE
                   MOVE WS-ALERT-CUTOFF-DATE TO WS-CUTOFF-DATE
                   PERFORM 6000-CHECK-RECORD-DATE
                   IF WS-ARCHIVE-RECORD
                       MOVE CTLALR-RECORD TO CTLALRA-RECORD
                       WRITE CTLALRA-RECORD
                       IF WS-ALA-STATUS NOT = "00"
                   END-IF
           END-READ.

      *    THE CROSS-POST LOG ONLY EXISTS SO CTLXTR01 CAN RESEND OR
      *    REBUILD A DAY'S FEED - A CLOSED YEAR'S RECORDS ARE
      *    DROPPED RATHER THAN ARCHIVED, AND THE CURRENT YEAR'S ARE
      *    COPIED TO THE TRIMMED LIVE COPY.
       5000-PURGE-XPOST-LOG.
           MOVE "N" TO WS-EOF-SW
           PERFORM 5100-SPLIT-ONE-XPOST
               UNTIL WS-END-OF-FILE
                   OR WS-RETURN-CODE NOT = 0.

       5100-SPLIT-ONE-XPOST.
           READ CTLXPSI-FILE INTO CTLXPS-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CTLXPS-RECON-DATE TO WS-RECORD-DATE
                   MOVE CTLXPS-COMPANY TO CTLCLQ-COMPANY
                   PERFORM 6100-SET-COMPANY-CUTOFF
                   PERFORM 6000-CHECK-RECORD-DATE
                   EVALUATE TRUE
                       WHEN WS-RETURN-CODE NOT = 0
                           CONTINUE
                       WHEN WS-ARCHIVE-RECORD
                           ADD 1 TO WS-XPS-PURGE-COUNT
                       WHEN OTHER
                           MOVE CTLXPS-RECORD TO CTLXPSN-RECORD
                           WRITE CTLXPSN-RECORD
                           IF WS-XPN-STATUS NOT = "00"
                               PERFORM 6900-ARCHIVE-WRITE-FAILED
                           ELSE
                               ADD 1 TO WS-XPS-KEPT-COUNT
                           END-IF
                   END-EVALUATE
           END-READ.

      *    A RECORD WHOSE DATE ISN'T A PLAUSIBLE DATE (CORRUPTION,
      *    AN OLD FORMAT) IS KEPT LIVE RATHER THAN ARCHIVED - THE
      *    SAFE SIDE OF THE SPLIT IS THE ONE A HUMAN STILL SEES.
       6000-CHECK-RECORD-DATE.
           MOVE "N" TO WS-ARCHIVE-SW
           IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE < WS-CUTOFF-DATE
               SET WS-ARCHIVE-RECORD TO TRUE
           END-IF.

      *    THE LOGS ARE IN ISSUE ORDER, NOT COMPANY ORDER, BUT RUNS
      *    OF ONE COMPANY ARE COMMON - THE LAST ANSWER IS KEPT AND
      *    ONLY A CHANGE OF COMPANY GOES BACK TO THE CALENDAR.  A
      *    CALENDAR THAT CANNOT ANSWER STOPS THE RUN; THE LIVE LOGS
      *    ARE ONLY REPLACED AFTER A CLEAN END.
       6100-SET-COMPANY-CUTOFF.
           IF CTLCLQ-COMPANY NOT = WS-CUTOFF-COMPANY
               SET CTLCLQ-FUNC-FISCAL-YEAR TO TRUE
               MOVE WS-CD-DATE TO CTLCLQ-DATE
               CALL "CTLCAL00" USING CTLCLQ-REQUEST
               IF CTLCLQ-IO-ERROR
                   DISPLAY "CTLARC01: NO COMPANY CALENDAR ANSWER FOR "
                       CTLCLQ-COMPANY " - RUN STOPPED, LIVE LOGS "
                       "UNTOUCHED"
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE HIGH-VALUES TO WS-CUTOFF-COMPANY
               ELSE
                   MOVE CTLCLQ-COMPANY TO WS-CUTOFF-COMPANY
                   MOVE CTLCLQ-FY-START TO WS-CUTOFF-DATE
               END-IF
           END-IF.

       6900-ARCHIVE-WRITE-FAILED.
           DISPLAY "CTLARC01: WRITE FAILED, AUD=" WS-AUA-STATUS
               WS-AUN-STATUS " EXC=" WS-EXA-STATUS WS-EXN-STATUS
               " ALR=" WS-ALA-STATUS WS-ALN-STATUS
               " XPS=" WS-XPN-STATUS
               " - RUN STOPPED, LIVE LOGS UNTOUCHED"
           MOVE 16 TO WS-RETURN-CODE.

       7000-DISPLAY-TOTALS.
           DISPLAY "CTLARC01: CUTOFF EACH COMPANY'S FISCAL-YEAR "
               "START AS OF " WS-CD-DATE " - PRIOR YEARS ARCHIVED"
           DISPLAY "CTLARC01: ALERT CUTOFF " WS-ALERT-CUTOFF-DATE
           DISPLAY "CTLARC01: AUDIT ARCHIVED=" WS-AUD-ARCH-COUNT
               " KEPT=" WS-AUD-KEPT-COUNT
           DISPLAY "CTLARC01: EXCPT ARCHIVED=" WS-EXC-ARCH-COUNT
               " KEPT=" WS-EXC-KEPT-COUNT
           DISPLAY "CTLARC01: ALERT ARCHIVED=" WS-ALR-ARCH-COUNT
               " KEPT=" WS-ALR-KEPT-COUNT
           DISPLAY "CTLARC01: XPOST PURGED=" WS-XPS-PURGE-COUNT
               " KEPT=" WS-XPS-KEPT-COUNT.

       8000-TERMINATE.
           CLOSE CTLAUDI-FILE
           CLOSE CTLALRI-FILE
           CLOSE CTLALRA-FILE
           CLOSE CTLALRN-FILE
           CLOSE CTLXPSI-FILE
           CLOSE CTLXPSN-FILE
      *    A RUN REFUSED BEFORE ITS START STAMP LEAVES THE LEDGER
      *    ALONE - ONLY A BOOKED RUN COMPLETES ITS OWN RECORD.
           IF WS-RUN-BOOKED
