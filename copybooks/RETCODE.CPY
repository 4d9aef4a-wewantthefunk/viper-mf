      *                       IS WORTH NOTING, LIKE '02' OR '05')     *
      *  8  = REJECT         (E.G. COMPL001 'R', AN RRBTOSSA REJECT   *
      *                       REASON, OR ANY OTHER FILE-STATUS)       *
      *  10 = HELD           (E.G. RRBDRIVE STOPPED BY ITS REJECT     *
      *                       BREAKER AT A CLEAN CHECKPOINT, WAITING  *
      *                       ON AN OPERATOR'S REVIEW)                *
      *  12 = ABEND-WORTHY   (E.G. A CEE3AB2/CEE3ABD-CAUGHT ABEND)    *
      *****************************************************************
       01  WS-RETURN-CODE-AREA.
               88  RC-OK                           VALUE 0.
               88  RC-WARNING                      VALUE 4.
               88  RC-REJECT                       VALUE 8.
               88  RC-HELD                         VALUE 10.
               88  RC-ABEND                        VALUE 12.
