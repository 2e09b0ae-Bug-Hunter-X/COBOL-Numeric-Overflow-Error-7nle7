      *    ONE RECORD PER CTLREC01 RUN, REPLACED EACH NIGHT - THE     *
      *    MACHINE-READABLE COPY OF THE REPORT'S SUMMARY LINE, SO     *
      *    THE MORNING OPERATIONS REPORT (CTLOPS01) READS TOTALS      *
      *    INSTEAD OF SCRAPING SYSOUT.  CTLSUM-XPOSTED COUNTS         *
      *    NUMBERS THAT MATCHED BUT POSTED UNDER ANOTHER TRANSACTION  *
      *    KEY (71 BYTES; 64 BEFORE IT WAS ADDED).                    *
      ******************************************************************
       01  CTLSUM-RECORD.
           05  CTLSUM-RUN-DATE         PIC X(08).
           05  CTLSUM-SUSPENSE         PIC 9(07).
           05  CTLSUM-RESOLVED         PIC 9(07).
           05  CTLSUM-RECLAIMED        PIC 9(07).
           05  CTLSUM-XPOSTED          PIC 9(07).
