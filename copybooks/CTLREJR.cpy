      *      DOCUNKN - DOCUMENT TYPE NOT ON FILE                      *
      *      DUPKEY  - SAME KEY ALREADY SEEN IN THIS FILE             *
      *      QTYERR  - QUANTITY NOT NUMERIC AND NOT BLANK             *
      *      PRVISS  - KEY ALREADY NUMBERED ON AN EARLIER DAY OR BY   *
      *                CTLISS00 (CTLKEY REGISTRY HIT)                 *
      *      DOCRETD - DOCUMENT TYPE RETIRED ON CTLDOC                *
      *      DOCFRZN - DOCUMENT TYPE FROZEN ON CTLDOC                 *
      *      DOCPEND - DOCUMENT TYPE NOT YET EFFECTIVE ON CTLDOC      *
      *                                                               *
      *    THE EDIT DATE IS THE DAY THE RECORD WAS REJECTED - THE     *
      *    CTLRPR01 REPAIR TRANSACTION AGES UNWORKED REJECTS FROM     *
