      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-09-02  INITIAL VERSION.                               *
      *    2026-10-15  EVERY RECLAIMED RANGE IS PASSED TO THE         *
      *                CTLCSL00 CUSTODY SERVICE - A RETURN FROM A     *
      *                PRE-PRINTED STOCK BLOCK COMES OFF ITS          *
      *                CUSTODIAN'S BLANK COUNT.  A RETURN THE LEDGER  *
      *                REFUSES (RUNS PAST ITS BLOCK, MORE THAN IS     *
      *                BLANK, BLOCK CLOSED) STANDS, BUT IS LISTED     *
      *                AND RC=4.                                      *
      *    2026-10-15  THE CUSTODY REQUEST IS CLEARED BEFORE EACH     *
      *                CALL, SO A REFUSAL ON THE CTLCSH HISTORY NEVER *
      *                CARRIES A CUSTODIAN OR QUANTITY LEFT OVER FROM *
      *                THE PREVIOUS ONE.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLRCLR.
       COPY CTLCSQR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-NOTISSD-COUNT           PIC 9(07) VALUE 0.
       01  WS-DUPRCLM-COUNT           PIC 9(07) VALUE 0.
       01  WS-RANGEERR-COUNT          PIC 9(07) VALUE 0.
       01  WS-CUSTODY-COUNT           PIC 9(07) VALUE 0.
       01  WS-CUSTEXC-COUNT           PIC 9(07) VALUE 0.

       01  WS-RETURN-CODE             PIC 9(04) VALUE 0.

                   " BY " CTLRTN-OPER-ID
                   DELIMITED BY SIZE INTO CTLRCP-RECORD
               WRITE CTLRCP-RECORD
               PERFORM 3050-NOTE-CUSTODY-RETURN
           END-IF.

      *    A RANGE OUTSIDE EVERY CUSTODY BLOCK NEEDS NOTHING.  THE
      *    RECLAIM ITSELF IS ALREADY ON THE LOG, SO A LEDGER REFUSAL
      *    DOES NOT UNDO IT - IT IS LISTED FOR THE CUSTODY CLERK TO
      *    SORT OUT WITH THE HOLDER.
       3050-NOTE-CUSTODY-RETURN.
           INITIALIZE CTLCSQ-REQUEST
           SET CTLCSQ-FUNC-RETURN TO TRUE
           MOVE "CTLRTN01" TO CTLCSQ-SOURCE
           MOVE CTLRTN-OPER-ID TO CTLCSQ-OPER-ID
           MOVE CTLRTN-COMPANY TO CTLCSQ-COMPANY
           MOVE CTLRTN-DOC-TYPE TO CTLCSQ-DOC-TYPE
           MOVE CTLRTN-CTL-NUMBER-FROM TO CTLCSQ-NUMBER-FROM
           MOVE CTLRTN-CTL-NUMBER-TO TO CTLCSQ-NUMBER-TO
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           EVALUATE TRUE
               WHEN CTLCSQ-NOT-TRACKED
                   CONTINUE
               WHEN CTLCSQ-APPLIED
                   ADD 1 TO WS-CUSTODY-COUNT
                   MOVE SPACES TO CTLRCP-RECORD
                   STRING "        CUSTODY BLOCK " CTLCSQ-BLOCK-FROM
                       " THRU " CTLCSQ-BLOCK-TO " "
                       CTLCSQ-BLOCK-CUSTODIAN
                       " BLANK=" CTLCSQ-OUTSTANDING
                       DELIMITED BY SIZE INTO CTLRCP-RECORD
                   WRITE CTLRCP-RECORD
               WHEN CTLCSQ-REFUSED
                   ADD 1 TO WS-CUSTEXC-COUNT
                   MOVE SPACES TO CTLRCP-RECORD
                   STRING "CUSTEXC " CTLRTN-COMPANY " "
                       CTLRTN-DOC-TYPE " " CTLRTN-CTL-NUMBER-FROM
                       " THRU " CTLRTN-CTL-NUMBER-TO
                       " NOT OFF CUSTODY - " CTLCSQ-REFUSAL
                       DELIMITED BY SIZE INTO CTLRCP-RECORD
                   WRITE CTLRCP-RECORD
               WHEN OTHER
                   DISPLAY "CTLRTN01: CUSTODY LEDGER UPDATE FAILED "
                       "FOR " CTLRTN-COMPANY " " CTLRTN-DOC-TYPE " "
                       CTLRTN-CTL-NUMBER-FROM
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-RTR-AT-EOF TO TRUE
           END-EVALUATE.

       3100-REJECT-NOT-ISSUED.
           ADD 1 TO WS-NOTISSD-COUNT
           MOVE SPACES TO CTLRCP-RECORD
               DELIMITED BY SIZE INTO CTLRCP-RECORD
           WRITE CTLRCP-RECORD
           DISPLAY CTLRCP-RECORD
           MOVE SPACES TO CTLRCP-RECORD
           STRING "SUMMARY CUSTODY-BLOCKS=" WS-CUSTODY-COUNT
               " CUSTEXC=" WS-CUSTEXC-COUNT
               DELIMITED BY SIZE INTO CTLRCP-RECORD
           WRITE CTLRCP-RECORD
           DISPLAY CTLRCP-RECORD
           IF (WS-NOTISSD-COUNT > 0 OR WS-DUPRCLM-COUNT > 0
               OR WS-RANGEERR-COUNT > 0 OR WS-CUSTEXC-COUNT > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-TERMINATE.
           SET CTLCSQ-FUNC-END-RUN TO TRUE
           CALL "CTLCSL00" USING CTLCSQ-REQUEST
           CLOSE CTLRTRN-FILE
           CLOSE CTLAUD-FILE
           CLOSE CTLRIN-FILE
