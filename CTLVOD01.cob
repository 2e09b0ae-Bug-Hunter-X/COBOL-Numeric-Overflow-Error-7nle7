      *                MAINTENANCE AUDIT TRAIL WITH THEIR REASON,     *
      *                SO THE AUDITORS SEE ATTEMPTED AS WELL AS       *
      *                APPLIED CHANGES.                               *
      *    2026-10-15  EVERY APPLIED VOID IS PASSED TO THE CTLCSL00   *
      *                CUSTODY SERVICE - A VOIDED NUMBER INSIDE A     *
      *                PRE-PRINTED STOCK BLOCK COMES OFF ITS          *
      *                CUSTODIAN'S BLANK COUNT.  A VOID THE LEDGER    *
      *                REFUSES (BLOCK CLOSED OR ALREADY FULLY         *
      *                ACCOUNTED) STANDS, BUT IS LISTED AND RC=4.     *
      *    2026-10-15  THE CUSTODY REQUEST IS CLEARED BEFORE EACH     *
      *                CALL, SO A REFUSAL ON THE CTLCSH HISTORY NEVER *
      *                CARRIES A CUSTODIAN OR QUANTITY LEFT OVER FROM *
      *                THE PREVIOUS ONE.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY CTLAUDR.
       COPY CTLVODR.
       COPY CTLMAUR.
       COPY CTLCSQR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-NOTISSD-COUNT           PIC 9(07) VALUE 0.
       01  WS-DUPVOID-COUNT           PIC 9(07) VALUE 0.
       01  WS-NOAUTH-COUNT            PIC 9(07) VALUE 0.
       01  WS-CUSTODY-COUNT           PIC 9(07) VALUE 0.
       01  WS-CUSTEXC-COUNT           PIC 9(07) VALUE 0.

      *    THE AUTHORITY VERDICT FOR THE CURRENT REQUEST - SPACES
      *    MEANS THE OPERATOR PASSED, OTHERWISE THE CTLMAUR REFUSAL
                   CTLVTR-REASON
                   DELIMITED BY SIZE INTO CTLVRP-RECORD
               WRITE CTLVRP-RECORD
               PERFORM 3050-NOTE-CUSTODY-VOID
           END-IF.

      *    A NUMBER OUTSIDE EVERY CUSTODY BLOCK IS A SINGLE ISSUE AND
      *    NEEDS NOTHING.  THE VOID ITSELF IS ALREADY ON THE LOG, SO
      *    A LEDGER REFUSAL DOES NOT UNDO IT - IT IS LISTED FOR THE
      *    CUSTODY CLERK TO SORT OUT WITH THE HOLDER.
       3050-NOTE-CUSTODY-VOID.
           INITIALIZE CTLCSQ-REQUEST
           SET CTLCSQ-FUNC-VOID TO TRUE
           MOVE "CTLVOD01" TO CTLCSQ-SOURCE
           MOVE CTLVTR-OPER-ID TO CTLCSQ-OPER-ID
           MOVE CTLVTR-COMPANY TO CTLCSQ-COMPANY
           MOVE CTLVTR-DOC-TYPE TO CTLCSQ-DOC-TYPE
           MOVE CTLVTR-CTL-NUMBER TO CTLCSQ-NUMBER-FROM
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCSQ-NOT-TRACKED
                   CONTINUE
               WHEN CTLCSQ-APPLIED
                   ADD 1 TO WS-CUSTODY-COUNT
                   MOVE SPACES TO CTLVRP-RECORD
                   STRING "        CUSTODY BLOCK " CTLCSQ-BLOCK-FROM
                       " THRU " CTLCSQ-BLOCK-TO " "
                       CTLCSQ-BLOCK-CUSTODIAN
                       " BLANK=" CTLCSQ-OUTSTANDING
                       DELIMITED BY SIZE INTO CTLVRP-RECORD
                   WRITE CTLVRP-RECORD
               WHEN CTLCSQ-REFUSED
                   ADD 1 TO WS-CUSTEXC-COUNT
                   MOVE SPACES TO CTLVRP-RECORD
                   STRING "CUSTEXC " CTLVTR-COMPANY " "
                       CTLVTR-DOC-TYPE " " CTLVTR-CTL-NUMBER
                       " NOT TAKEN OFF CUSTODY BLOCK - "
                       CTLCSQ-REFUSAL
                       DELIMITED BY SIZE INTO CTLVRP-RECORD
                   WRITE CTLVRP-RECORD
               WHEN OTHER
                   DISPLAY "CTLVOD01: CUSTODY LEDGER UPDATE FAILED "
                       "FOR " CTLVTR-COMPANY " " CTLVTR-DOC-TYPE " "
                       CTLVTR-CTL-NUMBER
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-VTR-AT-EOF TO TRUE
           END-EVALUATE.

       3100-REJECT-NOT-ISSUED.
           ADD 1 TO WS-NOTISSD-COUNT
           MOVE SPACES TO CTLVRP-RECORD
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           DISPLAY CTLVRP-RECORD
           MOVE SPACES TO CTLVRP-RECORD
           STRING "SUMMARY CUSTODY-BLOCKS=" WS-CUSTODY-COUNT
               " CUSTEXC=" WS-CUSTEXC-COUNT
               DELIMITED BY SIZE INTO CTLVRP-RECORD
           WRITE CTLVRP-RECORD
           DISPLAY CTLVRP-RECORD
           IF (WS-NOTISSD-COUNT > 0 OR WS-DUPVOID-COUNT > 0
               OR WS-NOAUTH-COUNT > 0 OR WS-CUSTEXC-COUNT > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           SET CTLCSQ-FUNC-END-RUN TO TRUE
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           CLOSE CTLVTRN-FILE
           CLOSE CTLAUD-FILE
           CLOSE CTLVIN-FILE
