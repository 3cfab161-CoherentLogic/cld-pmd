      ****************************************************************
      * CDLTREC.CPY
      * CUSTOMER DELTA INTERFACE DETAIL RECORD (CUSTDLTA), BUILT BY
      * CUSTDLTA FOR THE WAREHOUSE AND CRM FEEDS.  ONE ROW PER
      * CUSTOMER: IN A DELTA EXTRACT, EACH CUSTOMER THE NIGHT'S
      * JOURNALS TOUCHED, NETTED TO ONE ADD, CHANGE OR DELETE; IN A
      * FULL REFRESH, EVERY CUSTOMER ON THE MASTER AS AN ADD.  ADDS
      * AND CHANGES CARRY THE CURRENT MASTER IMAGE; A DELETE
      * CARRIES THE LAST IMAGE THE CUSTOMER HAD.  THE CUSTOMER
      * FIELDS ARE SPELLED OUT RATHER THAN PASSED AS THE PACKED
      * CUSTREC IMAGE, AND THE BALANCE CARRIES A SEPARATE LEADING
      * SIGN, SO THE RECEIVING SYSTEMS NEED NO COBOL PICTURES TO
      * READ THEM.  THE ROWS RIDE BETWEEN THE SAME CONTROL HEADER
      * AND TRAILER (CTLREC.CPY) AS EVERY OTHER FILE PASSED BETWEEN
      * JOBS; THE TRAILER HASH IS THE SUM OF THE BALANCES WITHOUT
      * THEIR SIGNS.
      ****************************************************************
       05  CDL-RECORD-TYPE           PIC X(03).
           88  CDL-DETAIL-RECORD         VALUE "CDL".
       05  CDL-ACTION-CODE           PIC X(01).
           88  CDL-ACTION-ADD            VALUE "A".
           88  CDL-ACTION-CHANGE         VALUE "C".
           88  CDL-ACTION-DELETE         VALUE "D".
       05  CDL-EXTRACT-MODE          PIC X(01).
           88  CDL-MODE-DELTA            VALUE "D".
           88  CDL-MODE-FULL-REFRESH     VALUE "F".
       05  CDL-RUN-DATE              PIC 9(08).
       05  CDL-CUSTOMER-KEY          PIC X(20).
       05  CDL-CUSTOMER-NAME         PIC X(30).
       05  CDL-STATUS-CODE           PIC X(01).
       05  CDL-CREDIT-LIMIT          PIC 9(07)V99.
       05  CDL-CURRENT-BALANCE       PIC S9(07)V99
                                     SIGN IS LEADING SEPARATE.
       05  CDL-LAST-ACTIVITY-DATE    PIC 9(08).
       05  CDL-LAST-TRAN-TYPE        PIC X(01).
       05  CDL-HOLD-SOURCE           PIC X(01).
       05  FILLER                    PIC X(39).
