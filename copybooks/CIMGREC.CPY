      ****************************************************************
      * CIMGREC.CPY
      * CUSTOMER-MASTER IMAGE COPY (CUSTIMG), UNLOADED NIGHTLY BY
      * CUSTRCVY THROUGH THE CUSTLOOKUP STRT/NEXT REQUESTS AND KEPT
      * BY OPERATIONS AS DATED GENERATIONS.  THE FILE OPENS ON ONE
      * HEADER ("HDR") CARRYING THE RUN DATE AND THE CLOCK DATE AND
      * TIME THE UNLOAD STARTED - A FORWARD RECOVERY REAPPLIES ONLY
      * JOURNAL ROWS STAMPED AT OR AFTER THAT MOMENT - THEN ONE
      * "CUS" ROW PER CUSTOMER IN KEY ORDER, THEN A TRAILER ("TRL")
      * WITH THE CUSTOMER COUNT AND SUMMED CURRENT BALANCE.  A
      * RECOVERY PROVES THE ROWS AGAINST THE TRAILER BEFORE IT
      * RELOADS A SINGLE CUSTOMER.
      ****************************************************************
       05  CIM-RECORD-TYPE           PIC X(03).
           88  CIM-HEADER-RECORD         VALUE "HDR".
           88  CIM-CUSTOMER-RECORD       VALUE "CUS".
           88  CIM-TRAILER-RECORD        VALUE "TRL".
       05  CIM-RECORD-BODY           PIC X(100).
       05  CIM-HEADER-FIELDS REDEFINES CIM-RECORD-BODY.
           10  CIM-RUN-DATE              PIC 9(08).
           10  CIM-IMAGE-DATE            PIC 9(08).
           10  CIM-IMAGE-TIME            PIC 9(08).
           10  FILLER                    PIC X(76).
       05  CIM-CUSTOMER-FIELDS REDEFINES CIM-RECORD-BODY.
           10  CIM-CUSTOMER-KEY          PIC X(20).
           10  CIM-CUSTOMER-DATA         PIC X(80).
       05  CIM-TRAILER-FIELDS REDEFINES CIM-RECORD-BODY.
           10  CIM-CUSTOMER-COUNT        PIC 9(09).
           10  CIM-BALANCE-TOTAL         PIC S9(13)V99.
           10  FILLER                    PIC X(76).
