      * NOT YET ENDED CLEAN (RETURN CODE BELOW 8) FOR THAT DATE, OR
      * WHEN THE JOB ITSELF ALREADY RAN CLEAN THAT NIGHT - THE TWO
      * OPERATOR MISTAKES THAT USED TO SLIP THROUGH SILENTLY.
      * RUNSTAT PRINTS THE WHOLE CHAIN FOR A DATE AT A GLANCE;
      * RUNTREND TRENDS EACH JOB'S ELAPSED TIME OVER A DATE RANGE.
      ****************************************************************
       05  RC-PROGRAM-ID             PIC X(08).
       05  RC-RUN-DATE               PIC 9(08).
