      ****************************************************************
      * OITMREC.CPY
      * OPEN-ITEM RECEIVABLES LEDGER (OPENITEM, INDEXED BY
      * OIT-RECORD-KEY).  ONE ROW PER POSTED ITEM, KEYED BY THE
      * CUSTOMER AND THE ITEM'S OWN REFERENCE: THE POSTING RUN
      * OPENS A ROW FOR EVERY DEBIT OR ADJUSTMENT, APPLIES EACH
      * CREDIT AGAINST THE OLDEST OPEN DEBITS FIRST, AND CLOSES
      * (OR REOPENS) THE ROW A REVERSAL NAMES IN ITS
      * TRAN-REFERENCE-KEY.  AMOUNTS ARE SIGNED THE WAY THEY POST
      * TO THE BALANCE - A DEBIT ROW IS POSITIVE, AN UNAPPLIED
      * CREDIT ROW NEGATIVE - SO THE OPEN AMOUNTS OF A CUSTOMER'S
      * ROWS SUM TO CUST-CURRENT-BALANCE, WHICH OITMPRF PROVES
      * EVERY NIGHT.  CUSTRPT AGES FROM OIT-ITEM-DATE.
      *
      * A CUSTOMER WHOSE BALANCE PREDATES THE LEDGER GETS ONE
      * BALANCE-FORWARD ROW (REFERENCE "BALFWD") DATED FROM ITS
      * LAST ACTIVITY THE FIRST TIME IT IS TOUCHED.  OTHER ROWS
      * CARRY THE TRAN-TYPE-CODE OF THE ITEM THAT OPENED THEM.
      ****************************************************************
       05  OIT-RECORD-KEY.
           10  OIT-CUST-KEY              PIC X(20).
           10  OIT-ITEM-REFERENCE        PIC X(20).
       05  OIT-ITEM-DATE             PIC 9(08).
       05  OIT-ITEM-TYPE             PIC X(01).
           88  OIT-TYPE-BALANCE-FORWARD  VALUE "B".
       05  OIT-ORIGINAL-AMOUNT       PIC S9(09)V99.
       05  OIT-OPEN-AMOUNT           PIC S9(09)V99.
       05  OIT-ITEM-STATUS           PIC X(01).
           88  OIT-ITEM-OPEN             VALUE "O".
           88  OIT-ITEM-CLOSED           VALUE "C".
           88  OIT-ITEM-REVERSED         VALUE "R".
       05  OIT-LAST-ACTIVITY-DATE    PIC 9(08).
       05  FILLER                    PIC X(20).
