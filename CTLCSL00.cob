       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCSL00.
       AUTHOR. CONTROL-NUMBER-SUBSYSTEM-TEAM.
      ******************************************************************
      *    CTLCSL00 - STOCK CUSTODY SERVICE                           *
      *    THE ONE DOOR TO THE CTLCSB CUSTODY LEDGER, PACKAGED AS A   *
      *    SUBROUTINE THE SAME WAY CTLRUN00 PACKAGES THE RUN-CONTROL  *
      *    LEDGER.  CTLCST01 REGISTERS THE NIGHT'S BLOCKS AND APPLIES *
      *    ASSIGNMENTS, TRANSFERS, AND CONSUMPTION REPORTS THROUGH    *
      *    IT; CTLVOD01 AND CTLRTN01 TELL IT ABOUT EVERY VOID AND     *
      *    RETURN THEY APPLY, SO A FORM SPOILED OR HANDED BACK COMES  *
      *    OFF ITS CUSTODIAN'S BLANK STOCK THE SAME NIGHT.  EVERY     *
      *    CHANGE - AND EVERY REFUSAL - GOES ON THE CTLCSH HISTORY    *
      *    WITH THE CALLING PROGRAM, SO THE LEDGER NEVER CHANGES      *
      *    WITHOUT A TRAIL.                                           *
      *                                                               *
      *    THE FILES OPEN ON THE FIRST CALL AND STAY OPEN UNTIL THE   *
      *    CALLER'S END-OF-RUN CALL (FUNCTION X) - A VOID RUN CALLS   *
      *    ONCE PER VOID.  AN OPEN FAILURE IS RETRIED ON THE NEXT     *
      *    CALL.  THE CUSTODIAN MASTER IS ONLY NEEDED TO ASSIGN OR    *
      *    TRANSFER A BLOCK, SO A CALLER THAT NEVER DOES EITHER DOES  *
      *    NOT FAIL FOR THE WANT OF IT.                               *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-10-15  INITIAL VERSION.                               *
      *    2026-10-15  A USAGE REPORT THAT DOES NOT GO PAST THE LAST  *
      *                ONE IS REFUSED AS A REPEAT, SO A RERUN OF THE  *
      *                SAME CTLCSTN CANNOT COUNT ITS FORMS TWICE.     *
      *                NEW FUNCTION L PUTS A REFUSAL THE CALLER MADE  *
      *                ITSELF ON THE CTLCSH HISTORY.                  *
      *    2026-10-15  NEW CTLCSB AND CTLCSH RECORDS ARE BLANKED      *
      *                FIRST, SO THEIR TRAILING FILLER IS NEVER LEFT  *
      *                HOLDING THE PREVIOUS RECORD.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCSB-FILE ASSIGN TO "CTLCSB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCSB-KEY
               FILE STATUS IS WS-CSB-STATUS.

           SELECT CTLCSD-FILE ASSIGN TO "CTLCSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLCSD-KEY
               FILE STATUS IS WS-CSD-STATUS.

           SELECT CTLCSH-FILE ASSIGN TO "CTLCSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCSB-FILE.
       COPY CTLCSBR.

       FD  CTLCSD-FILE.
       COPY CTLCSDR.

       FD  CTLCSH-FILE
           RECORDING MODE IS F.
       01  CTLCSH-FILE-RECORD         PIC X(123).

       WORKING-STORAGE SECTION.
       COPY CTLCSHR.
       COPY CTLDATR.

       01  WS-CSB-STATUS              PIC X(02) VALUE "00".
       01  WS-CSD-STATUS              PIC X(02) VALUE "00".
       01  WS-CSH-STATUS              PIC X(02) VALUE "00".

       01  WS-OPEN-SW                 PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                    VALUE "Y".
       01  WS-CSD-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-CUSTODIANS-OPEN               VALUE "Y".
       01  WS-BLOCK-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-BLOCK-FOUND                   VALUE "Y".

       01  WS-EVENT                   PIC X(08).
       01  WS-PRIOR-CUSTODIAN         PIC X(08).
       01  WS-EVENT-QTY               PIC 9(07).
      *    SIGNED SO A LEDGER THAT HAS SOMEHOW BEEN OVER-ACCOUNTED
      *    SHOWS AS NOTHING LEFT, NOT AS A WRAPPED-ROUND COUNT.
       01  WS-OUTSTANDING             PIC S9(08).

       LINKAGE SECTION.
       COPY CTLCSQR.

       PROCEDURE DIVISION USING CTLCSQ-REQUEST.

       0000-MAINLINE.
           MOVE "00" TO CTLCSQ-REPLY
           IF NOT CTLCSQ-FUNC-LOG-REFUSAL
               MOVE SPACES TO CTLCSQ-REFUSAL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF CTLCSQ-FUNC-END-RUN
               PERFORM 8000-CLOSE-FILES
           ELSE
               IF NOT WS-FILES-OPEN
                   PERFORM 1000-OPEN-FILES
               END-IF
               IF NOT CTLCSQ-IO-ERROR
                   EVALUATE TRUE
                       WHEN CTLCSQ-FUNC-REGISTER
                           PERFORM 2000-REGISTER-BLOCK
                       WHEN CTLCSQ-FUNC-ASSIGN
                           PERFORM 3000-ASSIGN-BLOCK
                       WHEN CTLCSQ-FUNC-TRANSFER
                           PERFORM 3100-TRANSFER-BLOCK
                       WHEN CTLCSQ-FUNC-USAGE
                           PERFORM 3200-RECORD-USAGE
                       WHEN CTLCSQ-FUNC-VOID
                           PERFORM 4000-RECORD-VOID
                       WHEN CTLCSQ-FUNC-RETURN
                           PERFORM 4100-RECORD-RETURN
                       WHEN CTLCSQ-FUNC-LOG-REFUSAL
                           PERFORM 4200-LOG-REFUSAL
                       WHEN OTHER
                           SET CTLCSQ-IO-ERROR TO TRUE
                   END-EVALUATE
               END-IF
           END-IF
           GOBACK.

      *    THE LEDGER IS EXPECTED TO BE PREDEFINED BY THE SETUP JOB
      *    IN JCL MEMBER CTLCTLDF - THE STATUS-35 REOPEN IS THE SAME
      *    DEFENSIVE FALLBACK THE CTLRUN OPEN USES.
       1000-OPEN-FILES.
           OPEN I-O CTLCSB-FILE
           IF WS-CSB-STATUS = "35"
               OPEN OUTPUT CTLCSB-FILE
               CLOSE CTLCSB-FILE
               OPEN I-O CTLCSB-FILE
           END-IF
           IF WS-CSB-STATUS NOT = "00"
               DISPLAY "CTLCSL00: UNABLE TO OPEN CTLCSB, STATUS="
                   WS-CSB-STATUS
               SET CTLCSQ-IO-ERROR TO TRUE
           ELSE
               OPEN EXTEND CTLCSH-FILE
               IF WS-CSH-STATUS = "05" OR WS-CSH-STATUS = "35"
                   OPEN OUTPUT CTLCSH-FILE
               END-IF
               IF WS-CSH-STATUS NOT = "00"
                   DISPLAY "CTLCSL00: UNABLE TO OPEN CTLCSH, STATUS="
                       WS-CSH-STATUS
                   SET CTLCSQ-IO-ERROR TO TRUE
                   CLOSE CTLCSB-FILE
               ELSE
                   SET WS-FILES-OPEN TO TRUE
                   OPEN INPUT CTLCSD-FILE
                   IF WS-CSD-STATUS = "00"
                       SET WS-CUSTODIANS-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    A BLOCK IS NAMED BY ITS FULL RANGE - THE KEY FINDS ITS
      *    LAST NUMBER AND THE FIRST NUMBER MUST AGREE TOO.
       1100-READ-BLOCK-EXACT.
           MOVE "N" TO WS-BLOCK-FOUND-SW
           MOVE CTLCSQ-COMPANY TO CTLCSB-COMPANY
           MOVE CTLCSQ-DOC-TYPE TO CTLCSB-DOC-TYPE
           MOVE CTLCSQ-NUMBER-TO TO CTLCSB-NUMBER-TO
           READ CTLCSB-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CSB-STATUS
               WHEN "00"
                   IF CTLCSB-NUMBER-FROM = CTLCSQ-NUMBER-FROM
                       SET WS-BLOCK-FOUND TO TRUE
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLCSL00: CTLCSB READ FAILED FOR "
                       CTLCSQ-COMPANY " " CTLCSQ-DOC-TYPE " "
                       CTLCSQ-NUMBER-TO " STATUS=" WS-CSB-STATUS
                   SET CTLCSQ-IO-ERROR TO TRUE
           END-EVALUATE.

      *    THE FIRST BLOCK WHOSE LAST NUMBER IS AT OR ABOVE
      *    NUMBER-FROM IS THE ONLY ONE THAT CAN HOLD IT - BLOCKS OF
      *    ONE SERIES NEVER OVERLAP.  IT HOLDS IT IF IT STARTS AT
      *    OR BELOW IT.
       1200-FIND-HOLDING-BLOCK.
           MOVE "N" TO WS-BLOCK-FOUND-SW
           MOVE CTLCSQ-COMPANY TO CTLCSB-COMPANY
           MOVE CTLCSQ-DOC-TYPE TO CTLCSB-DOC-TYPE
           MOVE CTLCSQ-NUMBER-FROM TO CTLCSB-NUMBER-TO
           START CTLCSB-FILE KEY NOT LESS THAN CTLCSB-KEY
               INVALID KEY
                   CONTINUE
           END-START
           EVALUATE WS-CSB-STATUS
               WHEN "00"
                   READ CTLCSB-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   EVALUATE WS-CSB-STATUS
                       WHEN "00"
                           IF CTLCSB-COMPANY = CTLCSQ-COMPANY
                               AND CTLCSB-DOC-TYPE = CTLCSQ-DOC-TYPE
                               AND CTLCSB-NUMBER-FROM
                                   NOT > CTLCSQ-NUMBER-FROM
                               SET WS-BLOCK-FOUND TO TRUE
                           END-IF
                       WHEN "10"
                           CONTINUE
                       WHEN OTHER
                           PERFORM 1210-FIND-FAILED
                   END-EVALUATE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   PERFORM 1210-FIND-FAILED
           END-EVALUATE.

       1210-FIND-FAILED.
           DISPLAY "CTLCSL00: CTLCSB POSITION FAILED FOR "
               CTLCSQ-COMPANY " " CTLCSQ-DOC-TYPE " "
               CTLCSQ-NUMBER-FROM " STATUS=" WS-CSB-STATUS
           SET CTLCSQ-IO-ERROR TO TRUE.

      *    A CUSTODIAN MUST BE ON THE MASTER AND ACTIVE TO TAKE A
      *    BLOCK - STOCK HANDED TO A NAME NOBODY CAN LOOK UP IS
      *    STOCK NOBODY CAN CHASE.
       1300-CHECK-CUSTODIAN.
           IF NOT WS-CUSTODIANS-OPEN
               DISPLAY "CTLCSL00: CTLCSD NOT AVAILABLE, STATUS="
                   WS-CSD-STATUS
               SET CTLCSQ-IO-ERROR TO TRUE
           ELSE
               MOVE CTLCSQ-CUSTODIAN TO CTLCSD-CUSTODIAN-ID
               READ CTLCSD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-CSD-STATUS
                   WHEN "00"
                       IF NOT CTLCSD-ACTIVE
                           MOVE "CUSTUNKN" TO CTLCSQ-REFUSAL
                       END-IF
                   WHEN "23"
                       MOVE "CUSTUNKN" TO CTLCSQ-REFUSAL
                   WHEN OTHER
                       DISPLAY "CTLCSL00: CTLCSD READ FAILED FOR "
                           CTLCSQ-CUSTODIAN " STATUS=" WS-CSD-STATUS
                       SET CTLCSQ-IO-ERROR TO TRUE
               END-EVALUATE
           END-IF.

       1400-COMPUTE-OUTSTANDING.
           COMPUTE WS-OUTSTANDING = CTLCSB-QTY - CTLCSB-USED-QTY
               - CTLCSB-VOIDED-QTY - CTLCSB-RETURNED-QTY
           IF WS-OUTSTANDING < 0
               MOVE 0 TO WS-OUTSTANDING
           END-IF.

      *    A BLOCK ALREADY ON FILE IS A RERUN OF THE SAME NIGHT'S
      *    CTLASG (A CHECKPOINTED RESTART APPENDS TO IT) - REFUSED
      *    SO THE CALLER CAN COUNT IT, BUT NOT LOGGED AS AN EVENT.
       2000-REGISTER-BLOCK.
           PERFORM 1100-READ-BLOCK-EXACT
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN WS-CSB-STATUS = "00"
                   MOVE "BLKEXIST" TO CTLCSQ-REFUSAL
                   SET CTLCSQ-REFUSED TO TRUE
               WHEN OTHER
                   MOVE SPACES TO CTLCSB-RECORD
                   MOVE CTLCSQ-COMPANY TO CTLCSB-COMPANY
                   MOVE CTLCSQ-DOC-TYPE TO CTLCSB-DOC-TYPE
                   MOVE CTLCSQ-NUMBER-TO TO CTLCSB-NUMBER-TO
                   MOVE CTLCSQ-NUMBER-FROM TO CTLCSB-NUMBER-FROM
                   COMPUTE CTLCSB-QTY = CTLCSQ-NUMBER-TO
                       - CTLCSQ-NUMBER-FROM + 1
                   SET CTLCSB-UNASSIGNED TO TRUE
                   MOVE SPACES TO CTLCSB-CUSTODIAN
                   MOVE WS-CD-DATE TO CTLCSB-REGISTERED-DATE
                   MOVE SPACES TO CTLCSB-HELD-SINCE
                   MOVE SPACES TO CTLCSB-LAST-USAGE-DATE
                   MOVE ZEROES TO CTLCSB-HIGH-USED
                   MOVE ZEROES TO CTLCSB-USED-QTY
                   MOVE ZEROES TO CTLCSB-VOIDED-QTY
                   MOVE ZEROES TO CTLCSB-RETURNED-QTY
                   MOVE WS-CD-DATE TO CTLCSB-LAST-CHANGED
                   WRITE CTLCSB-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET WS-BLOCK-FOUND TO TRUE
                   MOVE SPACES TO WS-PRIOR-CUSTODIAN
                   MOVE CTLCSB-QTY TO WS-EVENT-QTY
                   MOVE "REGISTER" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
           END-EVALUATE.

       3000-ASSIGN-BLOCK.
           PERFORM 1100-READ-BLOCK-EXACT
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN CTLCSQ-OPER-ID = SPACES
                   MOVE "NOOPER" TO CTLCSQ-REFUSAL
               WHEN NOT WS-BLOCK-FOUND
                   MOVE "NOBLOCK" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-CLOSED
                   MOVE "CLOSED" TO CTLCSQ-REFUSAL
               WHEN NOT CTLCSB-UNASSIGNED
                   MOVE "ASSIGNED" TO CTLCSQ-REFUSAL
               WHEN OTHER
                   PERFORM 1300-CHECK-CUSTODIAN
           END-EVALUATE
           IF NOT CTLCSQ-IO-ERROR
               IF CTLCSQ-REFUSAL NOT = SPACES
                   PERFORM 5100-REFUSE
               ELSE
                   MOVE SPACES TO WS-PRIOR-CUSTODIAN
                   SET CTLCSB-HELD TO TRUE
                   MOVE CTLCSQ-CUSTODIAN TO CTLCSB-CUSTODIAN
                   MOVE WS-CD-DATE TO CTLCSB-HELD-SINCE
                   MOVE 0 TO WS-EVENT-QTY
                   MOVE "ASSIGNED" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
               END-IF
           END-IF.

      *    ONLY THE HOLDER CAN HAND A BLOCK ON - THE SENDING
      *    CUSTODIAN ON THE TRANSFER MUST BE THE ONE THE LEDGER
      *    SAYS HAS IT.  THE NEW HOLDER'S CLOCK STARTS TODAY.
       3100-TRANSFER-BLOCK.
           PERFORM 1100-READ-BLOCK-EXACT
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN CTLCSQ-OPER-ID = SPACES
                   MOVE "NOOPER" TO CTLCSQ-REFUSAL
               WHEN NOT WS-BLOCK-FOUND
                   MOVE "NOBLOCK" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-CLOSED
                   MOVE "CLOSED" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-UNASSIGNED
                   MOVE "NOTHELD" TO CTLCSQ-REFUSAL
               WHEN CTLCSQ-PRIOR-CUSTODIAN NOT = CTLCSB-CUSTODIAN
                   MOVE "HOLDER" TO CTLCSQ-REFUSAL
               WHEN CTLCSQ-CUSTODIAN = CTLCSB-CUSTODIAN
                   MOVE "SAMECUST" TO CTLCSQ-REFUSAL
               WHEN OTHER
                   PERFORM 1300-CHECK-CUSTODIAN
           END-EVALUATE
           IF NOT CTLCSQ-IO-ERROR
               IF CTLCSQ-REFUSAL NOT = SPACES
                   PERFORM 5100-REFUSE
               ELSE
                   MOVE CTLCSB-CUSTODIAN TO WS-PRIOR-CUSTODIAN
                   MOVE CTLCSQ-CUSTODIAN TO CTLCSB-CUSTODIAN
                   MOVE WS-CD-DATE TO CTLCSB-HELD-SINCE
                   MOVE 0 TO WS-EVENT-QTY
                   MOVE "TRANSFER" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
               END-IF
           END-IF.

      *    A CONSUMPTION REPORT MUST COME FROM THE HOLDER, NAME A
      *    HIGHEST-USED NUMBER INSIDE THE BLOCK AND NOT BELOW ITS
      *    LAST REPORT, AND NOT CLAIM MORE FORMS THAN ARE BLANK.  ONE
      *    THAT GETS NO FURTHER THAN THE LAST REPORT IS THAT REPORT
      *    COMING ROUND AGAIN - A CTLCST01 RERUN OVER THE SAME
      *    CTLCSTN - AND IS REFUSED AS A REPEAT RATHER THAN COUNTING
      *    THE SAME FORMS TWICE.
       3200-RECORD-USAGE.
           PERFORM 1100-READ-BLOCK-EXACT
           IF WS-BLOCK-FOUND
               PERFORM 1400-COMPUTE-OUTSTANDING
           END-IF
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN CTLCSQ-OPER-ID = SPACES
                   MOVE "NOOPER" TO CTLCSQ-REFUSAL
               WHEN NOT WS-BLOCK-FOUND
                   MOVE "NOBLOCK" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-CLOSED
                   MOVE "CLOSED" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-UNASSIGNED
                   MOVE "NOTHELD" TO CTLCSQ-REFUSAL
               WHEN CTLCSQ-CUSTODIAN NOT = CTLCSB-CUSTODIAN
                   MOVE "HOLDER" TO CTLCSQ-REFUSAL
               WHEN CTLCSQ-QTY = 0
                   OR CTLCSQ-USED-THRU < CTLCSB-NUMBER-FROM
                   OR CTLCSQ-USED-THRU > CTLCSB-NUMBER-TO
                   OR CTLCSQ-USED-THRU < CTLCSB-HIGH-USED
                   MOVE "BADTHRU" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-HIGH-USED NOT = 0
                   AND CTLCSQ-USED-THRU NOT > CTLCSB-HIGH-USED
                   MOVE "REPEAT" TO CTLCSQ-REFUSAL
               WHEN CTLCSQ-QTY > WS-OUTSTANDING
                   MOVE "OVERUSE" TO CTLCSQ-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CTLCSQ-IO-ERROR
               IF CTLCSQ-REFUSAL NOT = SPACES
                   PERFORM 5100-REFUSE
               ELSE
                   MOVE SPACES TO WS-PRIOR-CUSTODIAN
                   ADD CTLCSQ-QTY TO CTLCSB-USED-QTY
                   MOVE CTLCSQ-USED-THRU TO CTLCSB-HIGH-USED
                   MOVE WS-CD-DATE TO CTLCSB-LAST-USAGE-DATE
                   MOVE CTLCSQ-QTY TO WS-EVENT-QTY
                   MOVE "USAGE" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
               END-IF
           END-IF.

      *    A VOIDED NUMBER OUTSIDE EVERY BLOCK IS A SINGLE ISSUE -
      *    NOTHING TO DO.  INSIDE A BLOCK IT IS ONE LESS BLANK FORM,
      *    WHOEVER HOLDS IT (OR NOBODY YET).
       4000-RECORD-VOID.
           MOVE CTLCSQ-NUMBER-FROM TO CTLCSQ-NUMBER-TO
           PERFORM 1200-FIND-HOLDING-BLOCK
           IF WS-BLOCK-FOUND
               PERFORM 1400-COMPUTE-OUTSTANDING
           END-IF
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN NOT WS-BLOCK-FOUND
                   SET CTLCSQ-NOT-TRACKED TO TRUE
               WHEN CTLCSB-CLOSED
                   MOVE "CLOSED" TO CTLCSQ-REFUSAL
               WHEN WS-OUTSTANDING = 0
                   MOVE "OVERUSE" TO CTLCSQ-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CTLCSQ-APPLIED
               IF CTLCSQ-REFUSAL NOT = SPACES
                   PERFORM 5100-REFUSE
               ELSE
                   MOVE SPACES TO WS-PRIOR-CUSTODIAN
                   ADD 1 TO CTLCSB-VOIDED-QTY
                   MOVE 1 TO WS-EVENT-QTY
                   MOVE "VOID" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
               END-IF
           END-IF.

      *    A RETURNED RANGE MUST SIT INSIDE ONE BLOCK AND BE NO
      *    BIGGER THAN WHAT IS STILL BLANK IN IT.
       4100-RECORD-RETURN.
           PERFORM 1200-FIND-HOLDING-BLOCK
           IF WS-BLOCK-FOUND
               PERFORM 1400-COMPUTE-OUTSTANDING
           END-IF
           COMPUTE WS-EVENT-QTY = CTLCSQ-NUMBER-TO
               - CTLCSQ-NUMBER-FROM + 1
           EVALUATE TRUE
               WHEN CTLCSQ-IO-ERROR
                   CONTINUE
               WHEN NOT WS-BLOCK-FOUND
                   SET CTLCSQ-NOT-TRACKED TO TRUE
               WHEN CTLCSQ-NUMBER-TO > CTLCSB-NUMBER-TO
                   MOVE "SPANBLK" TO CTLCSQ-REFUSAL
               WHEN CTLCSB-CLOSED
                   MOVE "CLOSED" TO CTLCSQ-REFUSAL
               WHEN WS-EVENT-QTY > WS-OUTSTANDING
                   MOVE "OVERUSE" TO CTLCSQ-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CTLCSQ-APPLIED
               IF CTLCSQ-REFUSAL NOT = SPACES
                   PERFORM 5100-REFUSE
               ELSE
                   MOVE SPACES TO WS-PRIOR-CUSTODIAN
                   ADD WS-EVENT-QTY TO CTLCSB-RETURNED-QTY
                   MOVE "RETURN" TO WS-EVENT
                   PERFORM 5000-SAVE-AND-LOG
               END-IF
           END-IF.

      *    A REFUSAL THE CALLER MADE BEFORE THE REQUEST COULD BE PUT
      *    TO THE LEDGER AT ALL - A TRANSACTION WITH A NON-NUMERIC
      *    RANGE OR AN UNKNOWN TYPE.  NOTHING IS LOOKED UP; THE
      *    CALLER'S REFUSAL CODE GOES ON THE TRAIL LIKE ANY OTHER.
       4200-LOG-REFUSAL.
           MOVE "N" TO WS-BLOCK-FOUND-SW
           IF CTLCSQ-REFUSAL = SPACES
               SET CTLCSQ-IO-ERROR TO TRUE
           ELSE
               PERFORM 5100-REFUSE
           END-IF.

      *    A BLOCK WITH NOTHING LEFT BLANK IS CLOSED ON THE SAME
      *    UPDATE THAT EMPTIED IT.  THE REGISTER HAS ALREADY
      *    WRITTEN ITS RECORD; EVERY OTHER EVENT REWRITES.
       5000-SAVE-AND-LOG.
           MOVE WS-CD-DATE TO CTLCSB-LAST-CHANGED
           PERFORM 1400-COMPUTE-OUTSTANDING
           IF WS-OUTSTANDING = 0
               SET CTLCSB-CLOSED TO TRUE
           END-IF
           IF WS-EVENT NOT = "REGISTER"
               REWRITE CTLCSB-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-CSB-STATUS NOT = "00"
               DISPLAY "CTLCSL00: CTLCSB UPDATE FAILED FOR "
                   CTLCSB-COMPANY " " CTLCSB-DOC-TYPE " "
                   CTLCSB-NUMBER-FROM " STATUS=" WS-CSB-STATUS
               SET CTLCSQ-IO-ERROR TO TRUE
           ELSE
               PERFORM 5200-WRITE-HISTORY
           END-IF.

       5100-REFUSE.
           SET CTLCSQ-REFUSED TO TRUE
           MOVE CTLCSQ-REFUSAL TO WS-EVENT
           IF WS-BLOCK-FOUND
               MOVE CTLCSB-CUSTODIAN TO WS-PRIOR-CUSTODIAN
           ELSE
               MOVE SPACES TO WS-PRIOR-CUSTODIAN
           END-IF
      *    A REFUSED RETURN KEEPS THE RANGE SIZE ALREADY WORKED OUT.
           EVALUATE TRUE
               WHEN CTLCSQ-FUNC-USAGE
                   MOVE CTLCSQ-QTY TO WS-EVENT-QTY
               WHEN CTLCSQ-FUNC-RETURN
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO WS-EVENT-QTY
           END-EVALUATE
           PERFORM 5200-WRITE-HISTORY.

      *    THE BLOCK RANGE ON THE TRAIL IS THE LEDGER'S WHEN THE
      *    BLOCK WAS FOUND, OTHERWISE THE RANGE THE CALLER NAMED.  A
      *    REFUSAL SHOWS THE CUSTODIAN ASKED FOR, WITH THE HOLDER AS
      *    THE PRIOR CUSTODIAN.
       5200-WRITE-HISTORY.
           MOVE SPACES TO CTLCSH-RECORD
           MOVE CTLCSQ-COMPANY TO CTLCSH-COMPANY
           MOVE CTLCSQ-DOC-TYPE TO CTLCSH-DOC-TYPE
           MOVE WS-EVENT TO CTLCSH-EVENT
           MOVE CTLCSQ-NUMBER-FROM TO CTLCSH-NUMBER-FROM
           MOVE CTLCSQ-NUMBER-TO TO CTLCSH-NUMBER-TO
           IF CTLCSQ-FUNC-USAGE
               MOVE CTLCSQ-USED-THRU TO CTLCSH-NUMBER-TO
           END-IF
           MOVE WS-EVENT-QTY TO CTLCSH-QTY
           MOVE WS-PRIOR-CUSTODIAN TO CTLCSH-PRIOR-CUSTODIAN
           IF WS-BLOCK-FOUND
               PERFORM 1400-COMPUTE-OUTSTANDING
               MOVE CTLCSB-NUMBER-FROM TO CTLCSH-BLOCK-FROM
               MOVE CTLCSB-NUMBER-TO TO CTLCSH-BLOCK-TO
               MOVE CTLCSB-CUSTODIAN TO CTLCSH-CUSTODIAN
               MOVE WS-OUTSTANDING TO CTLCSH-OUTSTANDING
               MOVE CTLCSB-NUMBER-FROM TO CTLCSQ-BLOCK-FROM
               MOVE CTLCSB-NUMBER-TO TO CTLCSQ-BLOCK-TO
               MOVE CTLCSB-CUSTODIAN TO CTLCSQ-BLOCK-CUSTODIAN
               MOVE WS-OUTSTANDING TO CTLCSQ-OUTSTANDING
               IF CTLCSQ-REFUSED
                   MOVE CTLCSQ-CUSTODIAN TO CTLCSH-CUSTODIAN
               END-IF
           ELSE
               MOVE CTLCSQ-NUMBER-FROM TO CTLCSH-BLOCK-FROM
               MOVE CTLCSQ-NUMBER-TO TO CTLCSH-BLOCK-TO
               MOVE CTLCSQ-CUSTODIAN TO CTLCSH-CUSTODIAN
               MOVE 0 TO CTLCSH-OUTSTANDING
           END-IF
           MOVE CTLCSQ-OPER-ID TO CTLCSH-OPER-ID
           MOVE WS-CD-DATE TO CTLCSH-EVENT-DATE
           MOVE WS-CD-TIME TO CTLCSH-EVENT-TIME
           MOVE CTLCSQ-SOURCE TO CTLCSH-SOURCE
           MOVE CTLCSH-RECORD TO CTLCSH-FILE-RECORD
           WRITE CTLCSH-FILE-RECORD
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "CTLCSL00: CTLCSH WRITE FAILED FOR "
                   CTLCSQ-COMPANY " " CTLCSQ-DOC-TYPE " "
                   CTLCSQ-NUMBER-FROM " STATUS=" WS-CSH-STATUS
               SET CTLCSQ-IO-ERROR TO TRUE
           END-IF.

       8000-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE CTLCSB-FILE
               CLOSE CTLCSH-FILE
               IF WS-CUSTODIANS-OPEN
                   CLOSE CTLCSD-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SW
               MOVE "N" TO WS-CSD-OPEN-SW
           END-IF.
