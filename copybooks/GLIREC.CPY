      * GLIREC.CPY
      * GENERAL-LEDGER INTERFACE DETAIL RECORD (GLIFILE), BUILT BY
      * GLEXTRCT FROM THE NIGHT'S POSTED OUTPUT (TRANOUT).  ONE ROW
      * PER GL ACCOUNT AND SIDE, SUMMARIZED FROM THE POSTED DETAILS.
      * THE ACCOUNT AND SIDE EACH TRANSACTION TYPE FEEDS COME FROM
      * THE GL MAPPING TABLE (GLMREC.CPY) ROW IN EFFECT ON THE RUN
      * DATE.  THE ROWS RIDE BETWEEN THE SAME
      * CONTROL HEADER AND TRAILER (CTLREC.CPY) AS EVERY OTHER FILE
      * PASSED BETWEEN JOBS, SO THE RECEIVING SYSTEM GETS THE SAME
      * BALANCING PROTECTION THE STREAM USES INTERNALLY.
