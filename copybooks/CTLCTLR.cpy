      *    THE ISSUED CONTROL NUMBER IS A 2-DIGIT YEAR PLUS A 7-DIGIT *
      *    SEQUENCE (CTLCTL-YEAR * 10000000 + CTLCTL-SEQ-NBR) SO      *
      *    EACH SERIES GETS A LOT MORE HEADROOM THAN A BARE PIC 9(6)  *
      *    AND A NATURAL RESET POINT AT THE START OF EACH OF ITS      *
      *    COMPANY'S FISCAL YEARS (CTLCALR) INSTEAD OF A HARD         *
      *    CEILING THAT NEVER MOVES.  CTLCTL-YEAR IS THE FISCAL-YEAR  *
      *    PREFIX, NOT NECESSARILY THE CALENDAR YEAR.                 *
      *                                                                *
      *    CTLCTL-WARN-PCT IS THE PERCENT OF CTLCTL-CEILING-SEQ AT    *
      *    WHICH AN EARLY-WARNING EXCEPTION FIRES; CTLCTL-WARN-ISSUED *
