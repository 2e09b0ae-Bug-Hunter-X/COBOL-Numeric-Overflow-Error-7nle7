      *    THE SAME KNOB CTLOPS01 HAS.  RUN AFTER THE CTLREC01 JOB    *
      *    SO THE SUSPENSE ROWS REFLECT TONIGHT'S MATCH.              *
      *                                                               *
      *    EVERY CLEAN EXTRACT IS REGISTERED ON CTLFDR, THE FEED      *
      *    REGISTER CTLACK01 MATCHES THE RECEIVERS' ACKNOWLEDGMENTS   *
      *    AGAINST.  A DATE ALREADY ON THE REGISTER IS ONLY SENT      *
      *    AGAIN AS A DELIBERATE RESEND - CTLPRM COL 10 = R WITH THE  *
      *    OPERATOR ID IN COLS 12-19 AND A REASON IN COLS 21-50 -     *
      *    WHICH RESETS THE RECEIVERS TO WAITING AND IS LOGGED ON     *
      *    CTLFRS.                                                    *
      *                                                               *
      *    RETURNS 0 ON A CLEAN EXTRACT, 16 ON A FILE ERROR OR A      *
      *    REFUSED RESEND - IN THE 16 CASE THE FEED MUST NOT BE       *
      *    SHIPPED; ITS TRAILER WAS NEVER WRITTEN (AND THE            *
      *    RECEIVER'S BALANCE CHECK WILL SAY SO) OR IT COULD NOT BE   *
      *    REGISTERED FOR ACKNOWLEDGMENT.                             *
      *                                                               *
      *    CHANGE HISTORY                                             *
      *    2026-09-02  INITIAL VERSION.                               *
      *    2026-10-15  NUMBERS CTLREC01 FOUND POSTED UNDER ANOTHER    *
      *                TRANSACTION KEY GO OUT AS XPOSTED DTL RECORDS  *
      *                FROM THE CTLXPS HAND-OFF, COUNTED IN A NEW     *
      *                TRAILER FIELD - THE RECORD WIDENS TO 67.       *
      *    2026-10-15  CLEAN EXTRACTS ARE REGISTERED ON THE CTLFDR    *
      *                FEED REGISTER FOR ACKNOWLEDGMENT MATCHING.  A  *
      *                DATE ALREADY SENT NEEDS THE CTLPRM RESEND FLAG *
      *                AND AN OPERATOR ID, AND THE RESEND IS LOGGED   *
      *                ON CTLFRS.                                     *
      *    2026-10-15  CTLXPS IS NOW A DATED APPEND LOG, SO A RESEND  *
      *                OR A REBUILD FOR AN EARLIER DAY CARRIES THAT   *
      *                DAY'S XPOSTED DETAILS.  A NUMBER LOGGED TWICE  *
      *                FOR ONE DATE BY A CTLREC01 RERUN IS SENT ONCE. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT CTLXPS-FILE ASSIGN TO "CTLXPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPS-STATUS.

           SELECT CTLPRM-FILE ASSIGN TO "CTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWH-STATUS.

           SELECT CTLFDR-FILE ASSIGN TO "CTLFDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLFDR-KEY
               FILE STATUS IS WS-FDR-STATUS.

           SELECT CTLFRS-FILE ASSIGN TO "CTLFRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLAUD-FILE
           RECORDING MODE IS F.
       01  CTLSUS-FILE-RECORD         PIC X(44).

       FD  CTLXPS-FILE
           RECORDING MODE IS F.
       01  CTLXPS-FILE-RECORD         PIC X(64).

       FD  CTLPRM-FILE
           RECORDING MODE IS F.
       01  CTLPRM-CARD.
           05  CTLPRM-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-RESEND           PIC X(01).
           05  FILLER                  PIC X(01).
           05  CTLPRM-OPER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CTLPRM-REASON           PIC X(30).
           05  FILLER                  PIC X(30).

       FD  CTLDWH-FILE
           RECORDING MODE IS F.
       01  CTLDWH-FILE-RECORD         PIC X(67).

       FD  CTLFDR-FILE.
       COPY CTLFDRR.

       FD  CTLFRS-FILE
           RECORDING MODE IS F.
       01  CTLFRS-FILE-RECORD         PIC X(67).

       WORKING-STORAGE SECTION.
       COPY CTLAUDR.
       COPY CTLVODR.
       COPY CTLRCLR.
       COPY CTLSUSR.
       COPY CTLXPSR.
       COPY CTLDWHR.
       COPY CTLFRSR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-VOD-STATUS              PIC X(02) VALUE "00".
       01  WS-RCM-STATUS              PIC X(02) VALUE "00".
       01  WS-SUS-STATUS              PIC X(02) VALUE "00".
       01  WS-XPS-STATUS              PIC X(02) VALUE "00".
       01  WS-PRM-STATUS              PIC X(02) VALUE "00".
       01  WS-DWH-STATUS              PIC X(02) VALUE "00".
       01  WS-FDR-STATUS              PIC X(02) VALUE "00".
       01  WS-FRS-STATUS              PIC X(02) VALUE "00".

       01  WS-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-END-OF-INPUT                  VALUE "Y".
       01  WS-PRM-DATE-N REDEFINES WS-PRM-DATE
                                      PIC 9(08).

      *    A RESEND IS ASKED FOR ON THE CTLPRM CARD AND ONLY TAKEN
      *    WHEN THE DATE IS ALREADY ON THE FEED REGISTER; THE
      *    REGISTER RECORD READ AT THE START IS THE ONE REWRITTEN
      *    AT THE END.
       01  WS-RESEND-SW               PIC X(01) VALUE "N".
           88  WS-RESEND-REQUESTED              VALUE "Y".
       01  WS-RESEND-OPER             PIC X(08) VALUE SPACES.
       01  WS-RESEND-REASON           PIC X(30) VALUE SPACES.
       01  WS-SENT-BEFORE-SW          PIC X(01) VALUE "N".
           88  WS-SENT-BEFORE                   VALUE "Y".
       01  WS-RCV-IDX                 PIC 9(01) COMP.

      *    ONE DIGIT WIDER THAN THE FULL CONTROL NUMBER ON PURPOSE -
      *    THE RECLAIM EXPANSION RUNS IT ONE PAST THE RANGE'S
      *    TO-NUMBER TO STOP, THE SAME GUARD AS CTLNBR01'S AUDIT
       01  WS-VOIDED-COUNT            PIC 9(09) VALUE 0.
       01  WS-RECLAIM-COUNT           PIC 9(09) VALUE 0.
       01  WS-SUSPENSE-COUNT          PIC 9(09) VALUE 0.
       01  WS-XPOSTED-COUNT           PIC 9(09) VALUE 0.

      *    THE CROSS-POSTS ALREADY SENT IN THIS FEED - A CTLREC01
      *    RERUN FOR THE SAME RECON DATE APPENDS THE SAME NUMBERS TO
      *    THE CTLXPS LOG AGAIN, AND EACH MUST GO OUT ONLY ONCE.
       01  WS-XPS-SENT-TABLE.
           05  WS-XPS-SENT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-XPS-IDX.
               10  WS-XPS-SENT-COMPANY PIC X(03).
               10  WS-XPS-SENT-DOC-TYPE
                                       PIC X(04).
               10  WS-XPS-SENT-NUMBER  PIC 9(09).
       01  WS-XPS-SENT-USED           PIC 9(05) COMP VALUE 0.
       01  WS-XPS-SENT-MAX            PIC 9(05) COMP VALUE 5000.
       01  WS-XPS-DUP-SW              PIC X(01) VALUE "N".
           88  WS-XPS-ALREADY-SENT              VALUE "Y".
       01  WS-XPS-DUP-COUNT           PIC 9(07) VALUE 0.
       01  WS-XPS-UNTRACKED-COUNT     PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

           IF NOT WS-END-OF-INPUT
               PERFORM 5000-EXTRACT-SUSPENSE
           END-IF
           IF NOT WS-END-OF-INPUT
               PERFORM 5500-EXTRACT-CROSS-POSTS
           END-IF
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-TERMINATE
           PERFORM 8900-BOOK-RUN-END
           OPEN INPUT CTLVOID-FILE
           OPEN INPUT CTLRCLM-FILE
           OPEN INPUT CTLSUS-FILE
           OPEN INPUT CTLXPS-FILE
           OPEN OUTPUT CTLDWH-FILE
           OPEN I-O CTLFDR-FILE
           IF WS-AUD-STATUS NOT = "00" OR WS-PST-STATUS NOT = "00"
               OR WS-VOD-STATUS NOT = "00" OR WS-RCM-STATUS NOT = "00"
               OR WS-SUS-STATUS NOT = "00" OR WS-DWH-STATUS NOT = "00"
               OR WS-XPS-STATUS NOT = "00" OR WS-FDR-STATUS NOT = "00"
               DISPLAY "CTLXTR01: UNABLE TO OPEN FILES, AUD="
                   WS-AUD-STATUS " POST=" WS-PST-STATUS
                   " VOID=" WS-VOD-STATUS " RCLM=" WS-RCM-STATUS
                   " SUS=" WS-SUS-STATUS " DWH=" WS-DWH-STATUS
                   " XPS=" WS-XPS-STATUS " FDR=" WS-FDR-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CD-DATE TO WS-EXTRACT-DATE
               PERFORM 1100-LOAD-PARAMETERS
               PERFORM 1300-CHECK-FEED-REGISTER
               IF NOT WS-END-OF-INPUT
                   PERFORM 1200-WRITE-HEADER
               END-IF
           END-IF.

       1100-LOAD-PARAMETERS.
                                   WS-EXTRACT-DATE
                           END-IF
                       END-IF
                       IF CTLPRM-RESEND = "R"
                           SET WS-RESEND-REQUESTED TO TRUE
                           MOVE CTLPRM-OPER-ID TO WS-RESEND-OPER
                           MOVE CTLPRM-REASON TO WS-RESEND-REASON
                       END-IF
               END-READ
               CLOSE CTLPRM-FILE
           END-IF.

      *    A FEED DATE GOES OUT ONCE UNLESS SOMEBODY DECIDES TO SEND
      *    IT AGAIN - TWO UNANNOUNCED COPIES OF ONE DAY WOULD LEAVE
      *    THE RECEIVERS DOUBLE-LOADED AND THE ACKNOWLEDGMENT MATCH
      *    GUESSING WHICH COPY WAS ANSWERED.  A RESEND MUST NAME
      *    WHO ASKED FOR IT.  A RESEND FLAG ON A DATE NEVER SENT IS
      *    JUST THE FIRST SEND.
       1300-CHECK-FEED-REGISTER.
           MOVE WS-EXTRACT-DATE TO CTLFDR-FEED-DATE
           READ CTLFDR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-FDR-STATUS
               WHEN "00"
                   SET WS-SENT-BEFORE TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLXTR01: CTLFDR READ FAILED, STATUS="
                       WS-FDR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-INPUT TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-END-OF-INPUT
                   CONTINUE
               WHEN WS-SENT-BEFORE AND NOT WS-RESEND-REQUESTED
                   DISPLAY "CTLXTR01: FEED " WS-EXTRACT-DATE
                       " ALREADY SENT " CTLFDR-SENT-DATE
                       " - A RESEND NEEDS CTLPRM COL 10 = R AND AN "
                       "OPERATOR ID"
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-INPUT TO TRUE
               WHEN WS-SENT-BEFORE AND WS-RESEND-OPER = SPACES
                   DISPLAY "CTLXTR01: RESEND OF " WS-EXTRACT-DATE
                       " REFUSED - NO OPERATOR ID IN CTLPRM COLS 12-19"
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-INPUT TO TRUE
               WHEN WS-SENT-BEFORE
                   DISPLAY "CTLXTR01: RESENDING " WS-EXTRACT-DATE
                       " FOR " WS-RESEND-OPER
                       " - SEND " CTLFDR-SEND-COUNT " WAS "
                       CTLFDR-SENT-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-WRITE-HEADER.
           MOVE SPACES TO CTLDWH-RECORD
           MOVE "HDR" TO CTLDWH-REC-TYPE
                   PERFORM 6000-WRITE-INTERFACE-RECORD
           END-READ.

      *    THE CROSS-POST LOG IS APPENDED BY EVERY CTLREC01 RUN AND
      *    ONLY TRIMMED BY THE YEAR-END CTLARC01 RUN, SO IT HOLDS
      *    EVERY NIGHT OF THE CURRENT FISCAL YEAR.  ONLY THE RECORDS
      *    STAMPED WITH THE EXTRACT DATE BELONG IN THIS FEED - A
      *    RESEND OR A REBUILD FOR AN EARLIER DAY PICKS UP THAT
      *    DAY'S CROSS-POSTS, NOT TONIGHT'S.
       5500-EXTRACT-CROSS-POSTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM 5600-EXTRACT-ONE-CROSS-POST
               UNTIL WS-END-OF-INPUT OR WS-RETURN-CODE NOT = 0
           IF WS-RETURN-CODE = 0
               MOVE "N" TO WS-EOF-SW
           END-IF.

       5600-EXTRACT-ONE-CROSS-POST.
           READ CTLXPS-FILE INTO CTLXPS-RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF CTLXPS-RECON-DATE = WS-EXTRACT-DATE
                       MOVE "N" TO WS-XPS-DUP-SW
                       PERFORM 5650-CHECK-CROSS-POST-SENT
                       IF NOT WS-XPS-ALREADY-SENT
                           PERFORM 5700-SEND-CROSS-POST
                       END-IF
                   END-IF
           END-READ.

       5650-CHECK-CROSS-POST-SENT.
           SET WS-XPS-IDX TO 1
           SEARCH WS-XPS-SENT-ENTRY
               AT END
                   PERFORM 5660-ADD-CROSS-POST-SENT
               WHEN WS-XPS-IDX > WS-XPS-SENT-USED
                   PERFORM 5660-ADD-CROSS-POST-SENT
               WHEN WS-XPS-SENT-COMPANY (WS-XPS-IDX) = CTLXPS-COMPANY
                   AND WS-XPS-SENT-DOC-TYPE (WS-XPS-IDX)
                       = CTLXPS-DOC-TYPE
                   AND WS-XPS-SENT-NUMBER (WS-XPS-IDX)
                       = CTLXPS-CTL-NUMBER
                   SET WS-XPS-ALREADY-SENT TO TRUE
                   ADD 1 TO WS-XPS-DUP-COUNT
           END-SEARCH.

      *    A FULL TABLE STILL SENDS THE CROSS-POST - A NIGHT WITH
      *    THAT MANY IS ALREADY A CASE FOR A HUMAN, AND THE COUNT OF
      *    UNTRACKED ONES SAYS A RERUN'S DUPLICATES MAY HAVE GONE.
       5660-ADD-CROSS-POST-SENT.
           IF WS-XPS-SENT-USED >= WS-XPS-SENT-MAX
               ADD 1 TO WS-XPS-UNTRACKED-COUNT
           ELSE
               ADD 1 TO WS-XPS-SENT-USED
               SET WS-XPS-IDX TO WS-XPS-SENT-USED
               MOVE CTLXPS-COMPANY TO WS-XPS-SENT-COMPANY (WS-XPS-IDX)
               MOVE CTLXPS-DOC-TYPE
                   TO WS-XPS-SENT-DOC-TYPE (WS-XPS-IDX)
               MOVE CTLXPS-CTL-NUMBER
                   TO WS-XPS-SENT-NUMBER (WS-XPS-IDX)
           END-IF.

       5700-SEND-CROSS-POST.
           ADD 1 TO WS-XPOSTED-COUNT
           MOVE SPACES TO CTLDWH-RECORD
           MOVE "DTL" TO CTLDWH-REC-TYPE
           MOVE CTLXPS-COMPANY TO CTLDWH-COMPANY
           MOVE CTLXPS-DOC-TYPE TO CTLDWH-DOC-TYPE
           MOVE CTLXPS-CTL-NUMBER TO CTLDWH-CTL-NUMBER
           MOVE "XPOSTED" TO CTLDWH-STATUS
           MOVE CTLXPS-POST-DATE TO CTLDWH-EVENT-DATE
           MOVE CTLXPS-POSTED-TRN-KEY TO CTLDWH-TRN-KEY
           PERFORM 6000-WRITE-INTERFACE-RECORD.

       6000-WRITE-INTERFACE-RECORD.
           ADD 1 TO WS-TOTAL-COUNT
           MOVE CTLDWH-RECORD TO CTLDWH-FILE-RECORD
               MOVE WS-VOIDED-COUNT TO CTLDWH-TRL-VOIDED
               MOVE WS-RECLAIM-COUNT TO CTLDWH-TRL-RECLAIM
               MOVE WS-SUSPENSE-COUNT TO CTLDWH-TRL-SUSPENSE
               MOVE WS-XPOSTED-COUNT TO CTLDWH-TRL-XPOSTED
               PERFORM 6000-WRITE-INTERFACE-RECORD
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 7500-REGISTER-FEED
           END-IF
           DISPLAY "CTLXTR01: EXTRACT " WS-EXTRACT-DATE
               " ISSUED=" WS-ISSUED-COUNT
               " POSTED=" WS-POSTED-COUNT
               " VOIDED=" WS-VOIDED-COUNT
               " RECLAIM=" WS-RECLAIM-COUNT
               " SUSPENSE=" WS-SUSPENSE-COUNT
               " XPOSTED=" WS-XPOSTED-COUNT
           IF WS-XPS-DUP-COUNT > 0
               DISPLAY "CTLXTR01: " WS-XPS-DUP-COUNT
                   " CROSS-POSTS LOGGED TWICE FOR " WS-EXTRACT-DATE
                   " BY A CTLREC01 RERUN - SENT ONCE"
           END-IF
           IF WS-XPS-UNTRACKED-COUNT > 0
               DISPLAY "CTLXTR01: CROSS-POST TABLE FULL - "
                   WS-XPS-UNTRACKED-COUNT " SENT WITHOUT A RERUN "
                   "DUPLICATE CHECK"
           END-IF.

      *    THE REGISTER IS WHAT THE ACKNOWLEDGMENTS ARE MATCHED
      *    AGAINST - A FEED THAT CANNOT BE REGISTERED WOULD GO OUT
      *    UNTRACKED, SO A FAILURE HERE IS A FAILED EXTRACT (RC=16,
      *    NOT SHIPPED) LIKE ANY OTHER.
       7500-REGISTER-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-SENT-BEFORE
               PERFORM 7600-LOG-RESEND
               ADD 1 TO CTLFDR-SEND-COUNT
           ELSE
               MOVE WS-EXTRACT-DATE TO CTLFDR-FEED-DATE
               MOVE 1 TO CTLFDR-SEND-COUNT
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 7520-WRITE-REGISTER
           END-IF.

       7510-RESET-ONE-RECEIVER.
           SET CTLFDR-RCV-WAITING (WS-RCV-IDX) TO TRUE
           MOVE SPACES TO CTLFDR-RCV-ACK-DATE (WS-RCV-IDX)
           MOVE SPACES TO CTLFDR-RCV-REASON (WS-RCV-IDX)
           MOVE ZERO TO CTLFDR-RCV-ISSUED (WS-RCV-IDX)
           MOVE ZERO TO CTLFDR-RCV-POSTED (WS-RCV-IDX)
           MOVE ZERO TO CTLFDR-RCV-VOIDED (WS-RCV-IDX)
           MOVE ZERO TO CTLFDR-RCV-RECLAIM (WS-RCV-IDX)
           MOVE ZERO TO CTLFDR-RCV-SUSPENSE (WS-RCV-IDX).

       7520-WRITE-REGISTER.
           MOVE WS-CD-DATE TO CTLFDR-SENT-DATE
           MOVE WS-CD-TIME TO CTLFDR-SENT-TIME
           MOVE WS-ISSUED-COUNT TO CTLFDR-SENT-ISSUED
           MOVE WS-POSTED-COUNT TO CTLFDR-SENT-POSTED
           MOVE WS-VOIDED-COUNT TO CTLFDR-SENT-VOIDED
           MOVE WS-RECLAIM-COUNT TO CTLFDR-SENT-RECLAIM
           MOVE WS-SUSPENSE-COUNT TO CTLFDR-SENT-SUSPENSE
           PERFORM 7510-RESET-ONE-RECEIVER
               VARYING WS-RCV-IDX FROM 1 BY 1
               UNTIL WS-RCV-IDX > 2
           IF WS-SENT-BEFORE
               REWRITE CTLFDR-RECORD
           ELSE
               WRITE CTLFDR-RECORD
           END-IF
           IF WS-FDR-STATUS NOT = "00"
               DISPLAY "CTLXTR01: FEED REGISTER UPDATE FAILED, "
                   "STATUS=" WS-FDR-STATUS
                   " - FEED MUST NOT BE SHIPPED"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    THE LOG ENTRY GOES FIRST - A RESEND NOBODY CAN ACCOUNT
      *    FOR IS NOT SENT, AND THE REGISTER IS LEFT AS IT WAS.  A
      *    REGISTER FAILURE AFTER A GOOD LOG WRITE LEAVES AN ENTRY
      *    FOR AN ATTEMPT THAT DID NOT SHIP, WHICH THE RERUN'S OWN
      *    ENTRY FOLLOWS.
       7600-LOG-RESEND.
           MOVE WS-EXTRACT-DATE TO CTLFRS-FEED-DATE
           COMPUTE CTLFRS-SEND-NBR = CTLFDR-SEND-COUNT + 1
           MOVE CTLFDR-RCV-STATE (1) TO CTLFRS-PRIOR-DWH-STATE
           MOVE CTLFDR-RCV-STATE (2) TO CTLFRS-PRIOR-GL-STATE
           MOVE WS-CD-DATE TO CTLFRS-RESEND-DATE
           MOVE WS-CD-TIME TO CTLFRS-RESEND-TIME
           MOVE WS-RESEND-OPER TO CTLFRS-OPER-ID
           MOVE WS-RESEND-REASON TO CTLFRS-REASON
           OPEN EXTEND CTLFRS-FILE
           IF WS-FRS-STATUS = "05" OR WS-FRS-STATUS = "35"
               OPEN OUTPUT CTLFRS-FILE
           END-IF
           IF WS-FRS-STATUS = "00"
               MOVE CTLFRS-RECORD TO CTLFRS-FILE-RECORD
               WRITE CTLFRS-FILE-RECORD
               IF WS-FRS-STATUS NOT = "00"
                   PERFORM 7650-RESEND-LOG-FAILED
               END-IF
               CLOSE CTLFRS-FILE
           ELSE
               PERFORM 7650-RESEND-LOG-FAILED
           END-IF.

       7650-RESEND-LOG-FAILED.
           DISPLAY "CTLXTR01: RESEND LOG WRITE FAILED, STATUS="
               WS-FRS-STATUS " - RESEND OF " WS-EXTRACT-DATE
               " MUST NOT BE SHIPPED"
           MOVE 16 TO WS-RETURN-CODE.

       8000-TERMINATE.
           CLOSE CTLAUD-FILE
           CLOSE CTLVOID-FILE
           CLOSE CTLRCLM-FILE
           CLOSE CTLSUS-FILE
           CLOSE CTLXPS-FILE
           CLOSE CTLDWH-FILE
           CLOSE CTLFDR-FILE.

      *    EVERY PROGRAM IN THE SUBSYSTEM BOOKS ITS START AND
      *    COMPLETION ON THE CTLRUN RUN-CONTROL LEDGER THROUGH
