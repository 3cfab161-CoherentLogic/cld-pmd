      ****************************************************************
      * UNAPREC.CPY
      * UNAPPLIED-CASH FILE (UNAPCASH, INDEXED BY UNA-ITEM-KEY).
      * ONE ROW PER LOCKBOX REMITTANCE THAT COULD NOT BE APPLIED -
      * NO CUSTOMER ON THE MASTER FOR THE ACCOUNT ON THE STUB, OR
      * AN ACCOUNT NOT ACTIVE - KEYED BY THE DEPOSIT DATE AND THE
      * BANK'S OWN BATCH AND ITEM NUMBERS.  THE CASH IS BANKED BUT
      * BELONGS TO NO CUSTOMER UNTIL AN APPLY CARD (LBAPREC.CPY)
      * NAMES ONE; LOCKBOX THEN CUTS THE CREDIT AND MARKS THE ROW
      * APPLIED, KEEPING IT AS THE TRAIL OF WHO GOT THE MONEY.  THE
      * APPLYING RUN'S START TIME IS KEPT WITH IT, SO A RERUN THE SAME
      * NIGHT CAN TELL ITS OWN EARLIER APPLY FROM A REPEATED CARD.
      ****************************************************************
       05  UNA-ITEM-KEY.
           10  UNA-DEPOSIT-DATE          PIC 9(08).
           10  UNA-BATCH-NUMBER          PIC 9(04).
           10  UNA-ITEM-SEQUENCE         PIC 9(05).
       05  UNA-AMOUNT                PIC 9(09)V99.
       05  UNA-REMIT-ACCOUNT         PIC X(20).
       05  UNA-CHECK-NUMBER          PIC X(10).
       05  UNA-REMITTER-NAME         PIC X(25).
       05  UNA-REASON-CODE           PIC X(01).
           88  UNA-REASON-NO-MATCH       VALUE "N".
           88  UNA-REASON-NOT-ACTIVE     VALUE "I".
       05  UNA-ITEM-STATUS           PIC X(01).
           88  UNA-ITEM-UNAPPLIED        VALUE "U".
           88  UNA-ITEM-APPLIED          VALUE "A".
       05  UNA-APPLIED-CUST-KEY      PIC X(20).
       05  UNA-APPLIED-DATE          PIC 9(08).
       05  UNA-APPLIED-RUN-TIME      PIC 9(08).
       05  FILLER                    PIC X(12).
