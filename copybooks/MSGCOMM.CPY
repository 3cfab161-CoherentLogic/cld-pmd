      *   M019 (E) MASTER OR EXTRACT OUT OF PROOF
      *   M020 (I) RESTART IN PROGRESS
      *   M021 (E) RUN REFUSED - INVALID PARAMETER CARD
      *   M022 (W) STATEMENTS HELD - DID NOT FOOT TO MASTER
      *   M023 (E) OUT OF BALANCE - LOCKBOX DEPOSIT
      *   M024 (E) RUN REFUSED - GL MAPPING MISSING OR OVERLAPPING
      *   M025 (E) RECOVERY REFUSED - CUSTOMER MASTER NOT EMPTY
      *   M026 (W) JOB RAN WELL OVER ITS ROLLING AVERAGE
      *   M027 (W) STREAM FINISHED AFTER TARGET TIME
      *   M028 (W) PENDING MAINTENANCE EXPIRED UNAPPROVED
      *   M029 (E) RUN REFUSED - SUCCESSOR ALREADY RAN
      ****************************************************************
       05  MSG-PROGRAM-ID            PIC X(08).
       05  MSG-NUMBER                PIC X(04).
