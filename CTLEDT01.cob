      *                SO THE CTLRPR01 REPAIR TRANSACTION CAN AGE     *
      *                UNWORKED REJECTS AND REPORT THE ONES NOBODY    *
      *                HAS RESUBMITTED.                               *
      *    2026-10-15  A KEY ALREADY NUMBERED ON AN EARLIER DAY (OR   *
      *                THROUGH CTLISS00) IS NOW REJECTED WITH PRVISS  *
      *                - THE DUPLICATE TABLE ONLY EVER SAW ONE DAY'S  *
      *                FILE, SO A KEY RESENT ON WEDNESDAY DREW A      *
      *                SECOND NUMBER.  THE CHECK READS THE CTLKEY     *
      *                NUMBERED-KEY REGISTRY AND EVERY HIT IS ALSO    *
      *                LOGGED TO CTLKRP FOR THE CTLKRP01 REPORT.      *
      *    2026-10-15  A DOC TYPE ON FILE MUST ALSO BE LIVE - A       *
      *                RETIRED SERIES REJECTS WITH DOCRETD, A FROZEN  *
      *                ONE WITH DOCFRZN, AND A NEW SERIES ENTERED     *
      *                AHEAD OF ITS EFFECTIVE DATE WITH DOCPEND.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CTLDOC-KEY
               FILE STATUS IS WS-DOC-STATUS.

           SELECT CTLKEY-FILE ASSIGN TO "CTLKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTLKEY-KEY
               FILE STATUS IS WS-KEY-STATUS.

           SELECT CTLKRP-FILE ASSIGN TO "CTLKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRP-STATUS.

           SELECT CTLREJ-FILE ASSIGN TO "CTLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
       FD  CTLDOC-FILE.
       COPY CTLDOCR.

       FD  CTLKEY-FILE.
       COPY CTLKEYR.

       FD  CTLKRP-FILE
           RECORDING MODE IS F.
       01  CTLKRP-FILE-RECORD         PIC X(85).

       FD  CTLREJ-FILE
           RECORDING MODE IS F.
       01  CTLREJ-FILE-RECORD         PIC X(39).

       WORKING-STORAGE SECTION.
       COPY CTLREJR.
       COPY CTLKRPR.
       COPY CTLRNQR.
       COPY CTLDATR.

       01  WS-TRI-STATUS              PIC X(02) VALUE "00".
       01  WS-TRO-STATUS              PIC X(02) VALUE "00".
       01  WS-DOC-STATUS              PIC X(02) VALUE "00".
       01  WS-KEY-STATUS              PIC X(02) VALUE "00".
       01  WS-KRP-STATUS              PIC X(02) VALUE "00".
       01  WS-REJ-STATUS              PIC X(02) VALUE "00".
       01  WS-ERP-STATUS              PIC X(02) VALUE "00".

           88  WS-KEY-IS-DUP                    VALUE "Y".
       01  WS-DOC-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-DOC-ON-FILE                   VALUE "Y".
       01  WS-PRV-SW                  PIC X(01) VALUE "N".
           88  WS-KEY-PREVIOUSLY-ISSUED         VALUE "Y".

       01  WS-REJECT-REASON           PIC X(08).

       01  WS-DOCUNKN-COUNT           PIC 9(07) VALUE 0.
       01  WS-DUPKEY-COUNT            PIC 9(07) VALUE 0.
       01  WS-QTYERR-COUNT            PIC 9(07) VALUE 0.
       01  WS-PRVISS-COUNT            PIC 9(07) VALUE 0.
       01  WS-DOCRETD-COUNT           PIC 9(07) VALUE 0.
       01  WS-DOCFRZN-COUNT           PIC 9(07) VALUE 0.
       01  WS-DOCPEND-COUNT           PIC 9(07) VALUE 0.

      *    FIRST BYTE OF THE KEY BROKEN OUT SO A KEY THAT ISN'T
      *    LEFT-JUSTIFIED (LEADING BLANK) CAN BE CAUGHT WITHOUT
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
      *    THE NUMBERED-KEY REGISTRY IS READ-ONLY HERE TOO - THE
      *    ISSUE STEPS WRITE IT.  WITHOUT IT A RESENT KEY CANNOT BE
      *    TOLD FROM A NEW ONE, SO A FAILED OPEN STOPS THE EDIT THE
      *    SAME AS A FAILED CTLDOC OPEN.
           OPEN INPUT CTLKEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "CTLEDT01: UNABLE TO OPEN CTLKEY, STATUS="
                   WS-KEY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           OPEN EXTEND CTLKRP-FILE
           IF WS-KRP-STATUS = "05" OR WS-KRP-STATUS = "35"
               OPEN OUTPUT CTLKRP-FILE
           END-IF
           IF WS-KRP-STATUS NOT = "00"
               DISPLAY "CTLEDT01: UNABLE TO OPEN CTLKRP, STATUS="
                   WS-KRP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF
           OPEN OUTPUT CTLREJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "CTLEDT01: UNABLE TO OPEN CTLREJ, STATUS="
      *    REJECTED ONCE, FOR THE KEY, NOT TWICE.
       2300-VALIDATE-TRANSACTION.
           MOVE "N" TO WS-RECORD-OK-SW
           MOVE "N" TO WS-PRV-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CTLTRN-KEY TO WS-KEY-WORK
           EVALUATE TRUE
               WHEN OTHER
                   PERFORM 2400-CHECK-DOC-TYPE
                   IF NOT WS-END-OF-TRN
                       EVALUATE TRUE
                           WHEN NOT WS-DOC-ON-FILE
                               MOVE "DOCUNKN" TO WS-REJECT-REASON
                               ADD 1 TO WS-DOCUNKN-COUNT
                           WHEN CTLDOC-RETIRED
                               MOVE "DOCRETD" TO WS-REJECT-REASON
                               ADD 1 TO WS-DOCRETD-COUNT
                           WHEN CTLDOC-FROZEN
                               MOVE "DOCFRZN" TO WS-REJECT-REASON
                               ADD 1 TO WS-DOCFRZN-COUNT
                           WHEN CTLDOC-NOT-YET-EFFECTIVE
                               MOVE "DOCPEND" TO WS-REJECT-REASON
                               ADD 1 TO WS-DOCPEND-COUNT
                           WHEN OTHER
                               PERFORM 2350-EDIT-QTY-AND-KEY
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       2350-EDIT-QTY-AND-KEY.
           MOVE CTLTRN-QTY TO WS-QTY-WORK
           IF WS-QTY-WORK NOT = SPACES
               AND CTLTRN-QTY IS NOT NUMERIC
               MOVE "QTYERR" TO WS-REJECT-REASON
               ADD 1 TO WS-QTYERR-COUNT
           ELSE
               PERFORM 2500-CHECK-DUPLICATE-KEY
               IF NOT WS-END-OF-TRN
                   IF WS-KEY-IS-DUP
                       MOVE "DUPKEY" TO WS-REJECT-REASON
                       ADD 1 TO WS-DUPKEY-COUNT
                   ELSE
                       PERFORM 2600-CHECK-KEY-REGISTRY
                   END-IF
               END-IF
           END-IF.

      *    A DOC TYPE IS ON FILE IF AND ONLY IF IT HAS A CTLDOC
      *    REFERENCE RECORD - THE SAME AUTHORITY CTLNBR01 SEEDS NEW
      *    COUNTERS FROM.  INVALID KEY (STATUS 23) IS "NOT A VALID
               END-IF
           END-IF.

      *    A KEY THAT GOT PAST THE SAME-DAY TABLE CAN STILL HAVE BEEN
      *    NUMBERED ON AN EARLIER DAY OR THROUGH CTLISS00 - THE
      *    CTLKEY REGISTRY REMEMBERS EVERY ONE.  A HIT IS REJECTED
      *    AS PRVISS AND LOGGED TO CTLKRP WITH THE ORIGINAL RANGE SO
      *    THE REPEAT REPORT CAN NAME THE SOURCE THAT RESENT IT.
       2600-CHECK-KEY-REGISTRY.
           MOVE "N" TO WS-PRV-SW
           MOVE CTLTRN-COMPANY TO CTLKEY-COMPANY
           MOVE CTLTRN-DOC-TYPE TO CTLKEY-DOC-TYPE
           MOVE CTLTRN-KEY TO CTLKEY-TRN-KEY
           READ CTLKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-KEY-STATUS
               WHEN "00"
                   SET WS-KEY-PREVIOUSLY-ISSUED TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CTLEDT01: CTLKEY READ FAILED FOR "
                       CTLTRN-COMPANY " " CTLTRN-DOC-TYPE " "
                       CTLTRN-KEY " STATUS=" WS-KEY-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   SET WS-END-OF-TRN TO TRUE
           END-EVALUATE
           IF NOT WS-END-OF-TRN
               IF WS-KEY-PREVIOUSLY-ISSUED
                   MOVE "PRVISS" TO WS-REJECT-REASON
                   ADD 1 TO WS-PRVISS-COUNT
                   PERFORM 2610-LOG-REPEATED-KEY
               ELSE
                   MOVE "Y" TO WS-RECORD-OK-SW
               END-IF
           END-IF.

       2610-LOG-REPEATED-KEY.
           MOVE CTLTRN-COMPANY TO CTLKRP-COMPANY
           MOVE CTLTRN-DOC-TYPE TO CTLKRP-DOC-TYPE
           MOVE CTLTRN-KEY TO CTLKRP-TRN-KEY
           IF CTLTRN-QTY IS NUMERIC AND CTLTRN-QTY > 0
               MOVE CTLTRN-QTY TO CTLKRP-REQ-QTY
           ELSE
               MOVE 1 TO CTLKRP-REQ-QTY
           END-IF
           MOVE CTLKEY-CTL-NUMBER-FROM TO CTLKRP-CTL-NUMBER-FROM
           MOVE CTLKEY-CTL-NUMBER-TO TO CTLKRP-CTL-NUMBER-TO
           MOVE CTLKEY-ISSUE-DATE TO CTLKRP-ORIG-DATE
           MOVE CTLKEY-SOURCE TO CTLKRP-ORIG-SOURCE
           MOVE "CTLEDT01" TO CTLKRP-SEEN-BY
           MOVE "REJT" TO CTLKRP-DISPOSITION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CD-DATE TO CTLKRP-EVENT-DATE
           MOVE WS-CD-TIME TO CTLKRP-EVENT-TIME
           MOVE CTLKRP-RECORD TO CTLKRP-FILE-RECORD
           WRITE CTLKRP-FILE-RECORD
           IF WS-KRP-STATUS NOT = "00"
               DISPLAY "CTLEDT01: REPEAT-LOG WRITE FAILED FOR TRN "
                   CTLTRN-KEY " STATUS=" WS-KRP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               SET WS-END-OF-TRN TO TRUE
           END-IF.

       3000-WRITE-CLEAN-RECORD.
           MOVE CTLTRN-RECORD TO CTLTRNO-FILE-RECORD
           WRITE CTLTRNO-FILE-RECORD
               SET WS-END-OF-TRN TO TRUE
           END-IF
           MOVE SPACES TO CTLERP-RECORD
           IF WS-KEY-PREVIOUSLY-ISSUED
               STRING "REJECT " WS-REJECT-REASON " "
                   CTLTRN-COMPANY " " CTLTRN-DOC-TYPE " " CTLTRN-KEY
                   " HAS " CTLKEY-CTL-NUMBER-FROM
                   " FROM " CTLKEY-ISSUE-DATE
                   DELIMITED BY SIZE INTO CTLERP-RECORD
           ELSE
               STRING "REJECT " WS-REJECT-REASON " "
                   CTLTRN-COMPANY " " CTLTRN-DOC-TYPE " " CTLTRN-KEY
                   DELIMITED BY SIZE INTO CTLERP-RECORD
           END-IF
           WRITE CTLERP-RECORD.

       7000-WRITE-SUMMARY.
           WRITE CTLERP-RECORD
           MOVE SPACES TO CTLERP-RECORD
           STRING "  COMPMISS=" WS-COMPMISS-COUNT
               " PRVISS=" WS-PRVISS-COUNT
               DELIMITED BY SIZE INTO CTLERP-RECORD
           WRITE CTLERP-RECORD
           MOVE SPACES TO CTLERP-RECORD
           STRING "  DOCRETD=" WS-DOCRETD-COUNT
               " DOCFRZN=" WS-DOCFRZN-COUNT
               " DOCPEND=" WS-DOCPEND-COUNT
               DELIMITED BY SIZE INTO CTLERP-RECORD
           WRITE CTLERP-RECORD
           IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE = 0
           CLOSE CTLTRNI-FILE
           CLOSE CTLTRNO-FILE
           CLOSE CTLDOC-FILE
           CLOSE CTLKEY-FILE
           CLOSE CTLKRP-FILE
           CLOSE CTLREJ-FILE
           CLOSE CTLERP-FILE.

