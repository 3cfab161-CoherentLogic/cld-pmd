      ****************************************************************
      * LBAPREC.CPY
      * UNAPPLIED-CASH APPLY CARD (LBXAPPLY), READ BY LOCKBOX.  ONE
      * CARD PER UNAPPLIED REMITTANCE THE CREDIT DESK HAS TRACED:
      * THE ITEM'S KEY AS PRINTED ON THE UNAPPLIED-CASH REPORT AND
      * THE CUSTOMER THE MONEY BELONGS TO.  THE CREDIT IS CUT WITH
      * THAT NIGHT'S LOCKBOX CREDITS.
      ****************************************************************
       05  LBA-ITEM-KEY.
           10  LBA-DEPOSIT-DATE          PIC 9(08).
           10  LBA-BATCH-NUMBER          PIC 9(04).
           10  LBA-ITEM-SEQUENCE         PIC 9(05).
       05  LBA-CUST-KEY              PIC X(20).
       05  FILLER                    PIC X(43).
