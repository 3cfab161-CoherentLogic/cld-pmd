      *    SUSPENSE OR HISTORY ITEMS.  ZERO OR SPACES TAKES THE
      *    JOB'S OWN DOCUMENTED DEFAULT: 30 DAYS FOR SUSPENSE
      *    AGING (REJRECYC), 90 DAYS FOR HISTORY RETENTION
      *    (ARCHHIST), 60 DAYS PAST DUE FOR A COLLECTIONS HOLD
      *    (DLQREVW), 3 DAYS BEFORE UNAPPROVED MAINTENANCE EXPIRES
      *    (CUSTMNT).
       05  PARM-RETENTION-DAYS       PIC 9(03).
      *    SELECTION CRITERIA FOR JOURNAL INQUIRY AND UTILITY JOBS.
      *    SPACES IN A FIELD MEANS NO RESTRICTION ON THAT FIELD; A
           10  PARM-BACKOUT-TIME-LOW     PIC X(08).
           10  PARM-BACKOUT-TIME-HIGH    PIC X(08).
           10  FILLER                    PIC X(32).
      *    RECOVERY VIEW OF THE SAME CRITERIA AREA, USED BY CUSTRCVY:
      *    THE FUNCTION TO RUN - "IMAGE" (OR SPACES) FOR THE NIGHTLY
      *    IMAGE COPY, "RECOVER" FOR A FORWARD RECOVERY - AND, FOR A
      *    RECOVERY, THE JNL-DATE AND OPTIONAL JNL-TIME TO RECOVER TO
      *    (SPACES = THE END OF THAT DAY).
       05  PARM-RECOVERY-CRITERIA REDEFINES PARM-SELECT-CRITERIA.
           10  PARM-RECOVERY-FUNCTION    PIC X(08).
               88  PARM-RECOVERY-IMAGE-COPY  VALUES "IMAGE", SPACES.
               88  PARM-RECOVERY-FORWARD     VALUE "RECOVER".
           10  PARM-RECOVERY-DATE        PIC X(08).
           10  PARM-RECOVERY-TIME        PIC X(08).
           10  FILLER                    PIC X(40).
      *    TREND VIEW OF THE SAME CRITERIA AREA, USED BY RUNTREND:
      *    AN OPTIONAL SINGLE PROGRAM, THE HHMM THE STREAM SHOULD BE
      *    FINISHED BY AND THE PERCENT OVER ITS ROLLING AVERAGE THAT
      *    FLAGS A JOB'S NIGHT (SPACES = 0600 AND 50).  THE RUN-DATE
      *    RANGE KEEPS THE STANDARD DATE-LOW/DATE-HIGH COLUMNS.
       05  PARM-TREND-CRITERIA REDEFINES PARM-SELECT-CRITERIA.
           10  PARM-TREND-PROGRAM        PIC X(08).
           10  PARM-TREND-TARGET-FINISH  PIC X(04).
           10  PARM-TREND-OVER-PERCENT   PIC X(03).
           10  FILLER                    PIC X(33).
           10  PARM-TREND-DATE-LOW       PIC X(08).
           10  PARM-TREND-DATE-HIGH      PIC X(08).
      *    EXTRACT VIEW OF THE SAME CRITERIA AREA, USED BY CUSTDLTA:
      *    "DELTA" (OR SPACES) FOR THE NIGHTLY CHANGED-CUSTOMER
      *    EXTRACT, "FULL" FOR A FULL REFRESH OF EVERY CUSTOMER.
       05  PARM-EXTRACT-CRITERIA REDEFINES PARM-SELECT-CRITERIA.
           10  PARM-EXTRACT-MODE         PIC X(08).
               88  PARM-EXTRACT-DELTA        VALUES "DELTA", SPACES.
               88  PARM-EXTRACT-FULL         VALUE "FULL".
           10  FILLER                    PIC X(56).
      *    MAINTENANCE VIEW OF THE SAME CRITERIA AREA, USED BY
      *    CUSTMNT: THE LARGEST CREDIT-LIMIT INCREASE, IN WHOLE
      *    DOLLARS, ONE OPERATOR MAY APPLY ALONE.  A LARGER ONE IS
      *    HELD FOR A SECOND OPERATOR'S APPROVAL.  SPACES TAKES THE
      *    DEFAULT OF 5000; ZERO HOLDS EVERY INCREASE.
       05  PARM-MAINT-CRITERIA REDEFINES PARM-SELECT-CRITERIA.
           10  PARM-MAINT-LIMIT-INCREASE PIC 9(07).
           10  FILLER                    PIC X(57).
      *    HIGH-VOLUME PROCESSING MODE.  "M" SORTS THE DAY'S INPUT
      *    BY KEY AND RUNS A SEQUENTIAL MATCH AGAINST THE CUSTOMER
      *    MASTER SO EACH MASTER RECORD IS TOUCHED ONCE; SPACE (OR
