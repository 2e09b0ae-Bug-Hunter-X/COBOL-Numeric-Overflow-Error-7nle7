      *    TOO), SO THE AUDITORS SEE ATTEMPTED AS WELL AS APPLIED     *
      *    CHANGES.                                                   *
      *                                                               *
      *    ACTION IS "APPLIED" FOR A CHANGE THAT WENT ON, "REBUILT"   *
      *    FOR A COUNTER CTLVER01 RESET FROM THE AUDIT TRAIL, OR THE  *
      *    REFUSAL REASON.  IT IS APPENDED AFTER THE DATE/TIME SO     *
      *    THE DATES DON'T MOVE RELATIVE TO THEIR FIELD NAMES (THE    *
      *    SAME RULE THE 2026-08-20 WIDENINGS FOLLOWED) - A 53-BYTE   *
