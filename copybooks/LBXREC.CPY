      ****************************************************************
      * LBXREC.CPY
      * BANK LOCKBOX REMITTANCE FILE (LBXFILE) IN THE BANK'S OWN
      * LAYOUT, READ BY LOCKBOX.  ONE FILE PER DEPOSIT: A FILE
      * HEADER (TYPE 1) CARRYING THE DEPOSIT DATE, THEN ONE OR MORE
      * BATCHES - A BATCH HEADER (5), ITS REMITTANCES (6) AND A
      * BATCH TOTAL (7) - AND A DEPOSIT TRAILER (9) CARRYING THE
      * BANK'S BATCH COUNT, ITEM COUNT AND DEPOSIT TOTAL.  EACH
      * REMITTANCE CARRIES THE ACCOUNT NUMBER THE CUSTOMER WROTE ON
      * THE STUB, WHICH IS THE CUSTOMER KEY WHEN IT IS RIGHT.
      ****************************************************************
       05  LBX-RECORD-TYPE           PIC X(01).
           88  LBX-FILE-HEADER           VALUE "1".
           88  LBX-BATCH-HEADER          VALUE "5".
           88  LBX-REMITTANCE            VALUE "6".
           88  LBX-BATCH-TOTAL           VALUE "7".
           88  LBX-DEPOSIT-TRAILER       VALUE "9".
       05  LBX-RECORD-BODY           PIC X(79).
       05  LBX-HEADER-FIELDS REDEFINES LBX-RECORD-BODY.
           10  LBX-BANK-ID               PIC X(10).
           10  LBX-LOCKBOX-NUMBER        PIC X(07).
           10  LBX-DEPOSIT-DATE          PIC 9(08).
           10  FILLER                    PIC X(54).
       05  LBX-BATCH-FIELDS REDEFINES LBX-RECORD-BODY.
           10  LBX-BATCH-NUMBER          PIC 9(04).
           10  FILLER                    PIC X(75).
       05  LBX-ITEM-FIELDS REDEFINES LBX-RECORD-BODY.
           10  LBX-ITEM-BATCH            PIC 9(04).
           10  LBX-ITEM-SEQUENCE         PIC 9(05).
           10  LBX-ITEM-AMOUNT           PIC 9(09)V99.
           10  LBX-ITEM-ACCOUNT          PIC X(20).
           10  LBX-ITEM-CHECK-NUMBER     PIC X(10).
           10  LBX-ITEM-REMITTER         PIC X(25).
           10  FILLER                    PIC X(04).
       05  LBX-TOTAL-FIELDS REDEFINES LBX-RECORD-BODY.
           10  LBX-TOTAL-BATCH           PIC 9(04).
           10  LBX-TOTAL-ITEM-COUNT      PIC 9(05).
           10  LBX-TOTAL-AMOUNT          PIC 9(11)V99.
           10  FILLER                    PIC X(57).
       05  LBX-TRAILER-FIELDS REDEFINES LBX-RECORD-BODY.
           10  LBX-DEPOSIT-BATCH-COUNT   PIC 9(04).
           10  LBX-DEPOSIT-ITEM-COUNT    PIC 9(07).
           10  LBX-DEPOSIT-TOTAL         PIC 9(11)V99.
           10  FILLER                    PIC X(55).
