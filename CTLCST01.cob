       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCST01.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCST01 - STOCK CUSTODY DAILY UPDATE                      *
      *    KEEPS THE CTLCSB CUSTODY LEDGER CURRENT, IN TWO PASSES:    *
      *                                                               *
      *    1. EVERY BLOCK ON THE NIGHT'S CTLASG HAND-OFF (QTY > 1 -   *
      *       PRE-PRINTED TICKET AND CHECK STOCK) IS REGISTERED AS    *
      *       UNASSIGNED, SO NO BLOCK CTLNBR01 ISSUED CAN BE MISSING  *
      *       FROM THE LEDGER.  A BLOCK ALREADY THERE (A RERUN, OR A  *
      *       CHECKPOINTED RESTART'S APPENDED CTLASG) IS COUNTED AND  *
      *       LEFT ALONE.                                             *
      *    2. THE DAY'S CTLCSTN CUSTODY TRANSACTIONS ARE APPLIED -    *
      *       ASSIGNING A BLOCK TO ITS FIRST BRANCH OR PRINT VENDOR,  *
      *       TRANSFERRING IT BETWEEN THEM, AND RECORDING THE         *
      *       HOLDER'S PARTIAL CONSUMPTION REPORTS.                   *
      *                                                               *
      *    ALL UPDATES GO THROUGH THE CTLCSL00 SERVICE, WHICH LOGS    *
      *    EACH ONE (AND EACH REFUSAL) TO THE CTLCSH HISTORY.  VOIDS   *
      *    AND RETURNS REACH THE LEDGER FROM CTLVOD01 AND CTLRTN01.   *
      *    RUN AFTER THE CTLNBR01 JOB AND AHEAD OF CTLVOD01/CTLRTN01  *
      *    SO A BLOCK IS ON THE LEDGER BEFORE ANY OF IT IS VOIDED.    *
      *                                                               *
      *    AFTER A LEDGER FAILURE THE RERUN PRESENTS THE WHOLE        *
      *    CTLCSTN AGAIN.  WHAT THE FAILED RUN ALREADY APPLIED IS     *
      *    REFUSED BY THE LEDGER ON THE SECOND PASS (ASSIGNED,        *
      *    HOLDER, REPEAT) - LISTED, NEVER APPLIED TWICE.             *
      *                                                               *
      *    RETURNS 0 WHEN EVERYTHING APPLIED, 4 WHEN ANY TRANSACTION  *
      *    WAS REFUSED, 16 ON A FILE ERROR.                           *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  A TRANSACTION REFUSED HERE FOR BAD NUMBERS OR  *
      *                AN UNKNOWN TYPE NOW GOES ON THE CTLCSH         *
      *                HISTORY THROUGH CTLCSL00 LIKE EVERY OTHER      *
      *                REFUSAL.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLASG-FILE ASSIGN TO "CTLASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.

           SELECT CTLCSTN-FILE ASSIGN TO "CTLCSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT CTLCSP-FILE ASSIGN TO "CTLCSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLASG-FILE
           RECORDING MODE IS F.
       01  CTLASG-FILE-RECORD         PIC X(41).

       FD  CTLCSTN-FILE
           RECORDING MODE IS F.
       01  CTLCSTN-FILE-RECORD        PIC X(86).

       FD  CTLCSP-FILE
           RECORDING MODE IS F.
       01  CTLCSP-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLASGR.
       COPY CTLCSTR.
       COPY CTLCSQR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-ASG-STATUS              PIC X(02) VALUE "00".
       01  WS-CST-STATUS              PIC X(02) VALUE "00".
       01  WS-CSP-STATUS              PIC X(02) VALUE "00".

       01  WS-ASG-EOF-SW              PIC X(01) VALUE "N".
           88  WS-ASG-AT-EOF                     VALUE "Y".
       01  WS-CST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CST-AT-EOF                     VALUE "Y".

       01  WS-EVENT-TEXT              PIC X(08).

       01  WS-BLOCK-COUNT             PIC 9(07) VALUE 0.
       01  WS-REGISTERED-COUNT        PIC 9(07) VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(07) VALUE 0.
       01  WS-TRANS-COUNT             PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(07) VALUE 0.

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-BOOK-RUN-START
           PERFORM 2000-REGISTER-ONE-BLOCK
               UNTIL WS-ASG-AT-EOF
           PERFORM 3000-APPLY-ONE-TRANSACTION
               UNTIL WS-CST-AT-EOF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT CTLASG-FILE
           OPEN INPUT CTLCSTN-FILE
           IF WS-ASG-STATUS NOT = "00" OR WS-CST-STATUS NOT = "00"
               DISPLAY "CTLCST01: UNABLE TO OPEN INPUTS, ASG="
                   WS-ASG-STATUS " CSTN=" WS-CST-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-ASG-AT-EOF TO TRUE
               SET WS-CST-AT-EOF TO TRUE
           END-IF
           OPEN OUTPUT CTLCSP-FILE
           MOVE SPACES TO CTLCSP-RECORD
           STRING "CTLCST01 STOCK CUSTODY UPDATE - " WS-CD-DATE
               DELIMITED BY SIZE INTO CTLCSP-RECORD
           WRITE CTLCSP-RECORD
           MOVE SPACES TO CTLCSP-RECORD
           WRITE CTLCSP-RECORD
           MOVE "CTLCST01" TO CTLCSQ-SOURCE
           IF NOT WS-ASG-AT-EOF
               PERFORM 2100-READ-ASSIGNMENT
           END-IF
           IF NOT WS-CST-AT-EOF
               PERFORM 3100-READ-TRANSACTION
           END-IF.

      *    SINGLE-NUMBER ISSUES ARE NOT STOCK AND ARE PASSED OVER.
       2000-REGISTER-ONE-BLOCK.
           IF CTLASG-QTY > 1
               ADD 1 TO WS-BLOCK-COUNT
               SET CTLCSQ-FUNC-REGISTER TO TRUE
               MOVE SPACES TO CTLCSQ-OPER-ID
               MOVE CTLASG-COMPANY TO CTLCSQ-COMPANY
               MOVE CTLASG-DOC-TYPE TO CTLCSQ-DOC-TYPE
               MOVE CTLASG-CTL-NUMBER-FROM TO CTLCSQ-NUMBER-FROM
               MOVE CTLASG-CTL-NUMBER-TO TO CTLCSQ-NUMBER-TO
               MOVE SPACES TO CTLCSQ-CUSTODIAN
               MOVE SPACES TO CTLCSQ-PRIOR-CUSTODIAN
               MOVE ZEROES TO CTLCSQ-USED-THRU
               MOVE ZEROES TO CTLCSQ-QTY
               CALL "CTLCSL00" USING CTLCSQ-REQUEST
               EVALUATE TRUE
                   WHEN CTLCSQ-APPLIED
                       ADD 1 TO WS-REGISTERED-COUNT
                       MOVE "REGISTER" TO WS-EVENT-TEXT
                       PERFORM 4000-LIST-APPLIED
                   WHEN CTLCSQ-REFUSED
                       ADD 1 TO WS-ALREADY-COUNT
                   WHEN OTHER
                       PERFORM 4200-LEDGER-FAILED
               END-EVALUATE
           END-IF
           IF NOT WS-ASG-AT-EOF
               PERFORM 2100-READ-ASSIGNMENT
           END-IF.

       2100-READ-ASSIGNMENT.
           READ CTLASG-FILE INTO CTLASG-RECORD
               AT END
                   SET WS-ASG-AT-EOF TO TRUE
           END-READ.

       3000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT
           MOVE CTLCST-OPER-ID TO CTLCSQ-OPER-ID
           MOVE CTLCST-COMPANY TO CTLCSQ-COMPANY
           MOVE CTLCST-DOC-TYPE TO CTLCSQ-DOC-TYPE
           MOVE CTLCST-BLOCK-FROM TO CTLCSQ-NUMBER-FROM
           MOVE CTLCST-BLOCK-TO TO CTLCSQ-NUMBER-TO
           MOVE CTLCST-CUSTODIAN TO CTLCSQ-CUSTODIAN
           MOVE CTLCST-PRIOR-CUSTODIAN TO CTLCSQ-PRIOR-CUSTODIAN
           MOVE CTLCST-USED-THRU TO CTLCSQ-USED-THRU
           MOVE CTLCST-USED-QTY TO CTLCSQ-QTY
           EVALUATE TRUE
               WHEN CTLCST-BLOCK-FROM NOT NUMERIC
                   OR CTLCST-BLOCK-TO NOT NUMERIC
                   OR (CTLCST-USAGE
                       AND (CTLCST-USED-THRU NOT NUMERIC
                           OR CTLCST-USED-QTY NOT NUMERIC))
                   PERFORM 3250-CLEAR-BAD-NUMBERS
                   MOVE "BADNUMS" TO CTLCSQ-REFUSAL
                   PERFORM 3300-LOG-REFUSAL
               WHEN CTLCST-ASSIGN
                   SET CTLCSQ-FUNC-ASSIGN TO TRUE
                   MOVE "ASSIGNED" TO WS-EVENT-TEXT
                   PERFORM 3200-CALL-LEDGER
               WHEN CTLCST-TRANSFER
                   SET CTLCSQ-FUNC-TRANSFER TO TRUE
                   MOVE "TRANSFER" TO WS-EVENT-TEXT
                   PERFORM 3200-CALL-LEDGER
               WHEN CTLCST-USAGE
                   SET CTLCSQ-FUNC-USAGE TO TRUE
                   MOVE "USAGE" TO WS-EVENT-TEXT
                   PERFORM 3200-CALL-LEDGER
               WHEN OTHER
                   MOVE "BADTYPE" TO CTLCSQ-REFUSAL
                   PERFORM 3300-LOG-REFUSAL
           END-EVALUATE
           IF NOT WS-CST-AT-EOF
               PERFORM 3100-READ-TRANSACTION
           END-IF.

       3100-READ-TRANSACTION.
           READ CTLCSTN-FILE INTO CTLCST-RECORD
               AT END
                   SET WS-CST-AT-EOF TO TRUE
           END-READ.

       3200-CALL-LEDGER.
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCSQ-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 4000-LIST-APPLIED
               WHEN CTLCSQ-REFUSED
                   PERFORM 4100-LIST-REFUSED
               WHEN OTHER
                   PERFORM 4200-LEDGER-FAILED
           END-EVALUATE.

      *    THE HISTORY RECORD IS NUMERIC WHERE THE TRANSACTION WAS
      *    NOT - WHATEVER FAILED THE TEST GOES ON IT AS ZERO.  THE
      *    CTLCSP LISTING STILL SHOWS THE TRANSACTION AS RECEIVED.
       3250-CLEAR-BAD-NUMBERS.
           IF CTLCST-BLOCK-FROM NOT NUMERIC
               MOVE ZEROES TO CTLCSQ-NUMBER-FROM
           END-IF
           IF CTLCST-BLOCK-TO NOT NUMERIC
               MOVE ZEROES TO CTLCSQ-NUMBER-TO
           END-IF
           IF CTLCST-USED-THRU NOT NUMERIC
               MOVE ZEROES TO CTLCSQ-USED-THRU
           END-IF
           IF CTLCST-USED-QTY NOT NUMERIC
               MOVE ZEROES TO CTLCSQ-QTY
           END-IF.

      *    A TRANSACTION REFUSED BEFORE IT REACHES THE LEDGER STILL
      *    GOES ON THE CTLCSH TRAIL - CTLCSL00 WRITES IT UNDER THIS
      *    PROGRAM'S OWN REFUSAL CODE.
       3300-LOG-REFUSAL.
           SET CTLCSQ-FUNC-LOG-REFUSAL TO TRUE
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           IF CTLCSQ-REFUSED
               PERFORM 4100-LIST-REFUSED
           ELSE
               PERFORM 4200-LEDGER-FAILED
           END-IF.

       4000-LIST-APPLIED.
           MOVE SPACES TO CTLCSP-RECORD
           STRING WS-EVENT-TEXT " " CTLCSQ-COMPANY " "
               CTLCSQ-DOC-TYPE " " CTLCSQ-BLOCK-FROM " THRU "
               CTLCSQ-BLOCK-TO " " CTLCSQ-BLOCK-CUSTODIAN
               " BLANK=" CTLCSQ-OUTSTANDING
               DELIMITED BY SIZE INTO CTLCSP-RECORD
           WRITE CTLCSP-RECORD.

       4100-LIST-REFUSED.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO CTLCSP-RECORD
           STRING "REFUSED  " CTLCSQ-REFUSAL " " CTLCST-TYPE " "
               CTLCST-COMPANY " " CTLCST-DOC-TYPE " "
               CTLCST-BLOCK-FROM " THRU " CTLCST-BLOCK-TO " "
               CTLCST-CUSTODIAN
               DELIMITED BY SIZE INTO CTLCSP-RECORD
           WRITE CTLCSP-RECORD.

      *    THE LEDGER COULD NOT BE READ OR WRITTEN - STOP BOTH
      *    PASSES RATHER THAN LEAVE HALF THE NIGHT'S MOVEMENTS ON.
      *    CTLCSTN IS KEPT FOR THE RERUN; THE LEDGER ITSELF REFUSES
      *    WHATEVER THIS RUN HAD ALREADY APPLIED.
       4200-LEDGER-FAILED.
           DISPLAY "CTLCST01: CUSTODY LEDGER UPDATE FAILED FOR "
               CTLCSQ-COMPANY " " CTLCSQ-DOC-TYPE " "
               CTLCSQ-NUMBER-FROM
           MOVE 16 TO WS-RETURN-CODE
           SET WS-ASG-AT-EOF TO TRUE
           SET WS-CST-AT-EOF TO TRUE.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO CTLCSP-RECORD
           WRITE CTLCSP-RECORD
           MOVE SPACES TO CTLCSP-RECORD
           STRING "SUMMARY BLOCKS=" WS-BLOCK-COUNT
               " REGISTERED=" WS-REGISTERED-COUNT
               " ALREADY=" WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO CTLCSP-RECORD
           WRITE CTLCSP-RECORD
           DISPLAY CTLCSP-RECORD
           MOVE SPACES TO CTLCSP-RECORD
           STRING "SUMMARY TRANSACTIONS=" WS-TRANS-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO CTLCSP-RECORD
           WRITE CTLCSP-RECORD
           DISPLAY CTLCSP-RECORD
           IF WS-REFUSED-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           SET CTLCSQ-FUNC-END-RUN TO TRUE
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           CLOSE CTLASG-FILE
           CLOSE CTLCSTN-FILE
           CLOSE CTLCSP-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
      *    CTLRUN00.  THIS PROGRAM ENFORCES NO SEQUENCING RULE OF
      *    ITS OWN, SO A LEDGER PROBLEM ONLY WARNS HERE INSTEAD OF
      *    STOPPING THE WORK.
       1900-BOOK-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET CTLRNQ-FUNC-START TO TRUE
           MOVE "CTLCST01" TO CTLRNQ-JOB-NAME
           MOVE WS-CD-DATE TO CTLRNQ-RUN-DATE
           MOVE WS-CD-DATE TO CTLRNQ-INPUT-DATE
           MOVE SPACES TO CTLRNQ-OVERRIDE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCST01: RUN-CONTROL START STAMP FAILED"
           END-IF.

       8900-BOOK-RUN-END.
           SET CTLRNQ-FUNC-END TO TRUE
           MOVE WS-RETURN-CODE TO CTLRNQ-RETURN-CODE
           CALL "CTLRUN00" USING CTLRNQ-REQUEST
           IF CTLRNQ-IO-ERROR
               DISPLAY "CTLCST01: RUN-CONTROL END STAMP FAILED"
           END-IF.
