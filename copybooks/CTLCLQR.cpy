      ******************************************************************
      *    CTLCLQR - COMPANY CALENDAR SERVICE LINKAGE AREA (CTLCAL00) *
      *    PASSED BY EVERY CALLER OF CTLCAL00 - KEEP IT IN SYNC WITH  *
      *    THAT PROGRAM'S LINKAGE SECTION THE SAME WAY CTLRNQR IS     *
      *    KEPT IN SYNC WITH CTLRUN00.                                *
      *                                                               *
      *    FUNCTION F: THE CALLER SETS THE COMPANY AND A DATE         *
      *    (YYYYMMDD); CTLCAL00 GIVES BACK THE TWO-DIGIT PREFIX THE   *
      *    COMPANY'S NUMBERS CARRY ON THAT DATE, THE FIRST DAY OF     *
      *    THE FISCAL YEAR THE DATE FALLS IN, AND THE FIRST DAY OF    *
      *    THE NEXT ONE - THE SEQUENCE ROLLOVER.                      *
      *    FUNCTION E: THE CALLER SETS ONLY THE DATE; FY-START COMES  *
      *    BACK AS THE EARLIEST CURRENT-FISCAL-YEAR START OF ANY      *
      *    COMPANY, FOR LOGS THAT CARRY NO COMPANY CODE.              *
      *    FUNCTION B: THE CALLER SETS THE COMPANY (SPACES FOR THE    *
      *    SHARED CALENDAR) AND A DATE; DAY-TYPE COMES BACK B FOR A   *
      *    BUSINESS DAY, W FOR A WEEKEND, H FOR A HOLIDAY.            *
      *    FUNCTION A: AS B, PLUS TO-DATE; CALENDAR-DAYS AND          *
      *    BUSINESS-DAYS COME BACK AS THE DAYS AFTER DATE UP TO AND   *
      *    INCLUDING TO-DATE (ZERO WHEN TO-DATE IS NOT LATER), AND    *
      *    DAY-TYPE DESCRIBES TO-DATE.                                *
      ******************************************************************
       01  CTLCLQ-REQUEST.
           05  CTLCLQ-FUNC             PIC X(01).
               88  CTLCLQ-FUNC-FISCAL-YEAR      VALUE "F".
               88  CTLCLQ-FUNC-EARLIEST-START   VALUE "E".
               88  CTLCLQ-FUNC-BUSINESS-DAY     VALUE "B".
               88  CTLCLQ-FUNC-AGE              VALUE "A".
           05  CTLCLQ-COMPANY          PIC X(03).
           05  CTLCLQ-DATE             PIC X(08).
           05  CTLCLQ-FY-PREFIX        PIC 9(02).
           05  CTLCLQ-FY-START         PIC X(08).
           05  CTLCLQ-FY-NEXT-START    PIC X(08).
      *    "00" COMPANY ON THE CALENDAR.  "10" NOT ON THE CALENDAR -
      *    THE ANSWER IS THE CALENDAR YEAR, WHICH IS THE RULE FOR
      *    SUCH A COMPANY, SO THE CALLER CARRIES ON.  "30" THE
      *    CALENDAR COULD NOT BE READ, OR THE DATE OR THE COMPANY'S
      *    RECORD IS NOT VALID - NO ANSWER; THE CALLER MUST NOT
      *    GUESS A YEAR.  FUNCTIONS B AND A ANSWER "00" OR "30" -
      *    ON "30" THE BUSINESS CALENDAR COULD NOT BE READ OR A DATE
      *    IS NOT VALID, AND NO DAY TYPE OR AGE CAME BACK.
           05  CTLCLQ-REPLY            PIC X(02).
               88  CTLCLQ-ON-CALENDAR           VALUE "00".
               88  CTLCLQ-NOT-ON-CALENDAR       VALUE "10".
               88  CTLCLQ-IO-ERROR              VALUE "30".
           05  CTLCLQ-TO-DATE          PIC X(08).
           05  CTLCLQ-DAY-TYPE         PIC X(01).
               88  CTLCLQ-BUSINESS-DAY          VALUE "B".
               88  CTLCLQ-NON-BUSINESS-DAY      VALUE "W" "H".
           05  CTLCLQ-CALENDAR-DAYS    PIC 9(05).
           05  CTLCLQ-BUSINESS-DAYS    PIC 9(05).
