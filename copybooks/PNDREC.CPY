      ****************************************************************
      * PNDREC.CPY
      * PENDING-MAINTENANCE FILE (PNDMAINT, INDEXED BY PND-ITEM-KEY).
      * ONE ROW PER CUSTMNT CARD HELD UNDER DUAL CONTROL - A CREDIT-
      * LIMIT INCREASE OVER THE PARAMETER THRESHOLD, A REACTIVATION
      * (ANY STATUS CHANGE OFF I), OR A DELETE.  THE CARD AS KEYED
      * AND THE OPERATOR WHO KEYED IT ARE KEPT UNTIL A LATER APPROVAL
      * CARD FROM A DIFFERENT OPERATOR RELEASES IT THROUGH CUSTLOOKUP,
      * OR IT AGES PAST THE EXPIRY DAYS UNAPPROVED.  RESOLVED ROWS ARE
      * KEPT, MARKED APPROVED OR EXPIRED, AS THE TRAIL OF WHO ASKED
      * FOR WHAT.  A CUSTOMER HAS AT MOST ONE ROW PENDING AT A TIME.
      ****************************************************************
       05  PND-ITEM-KEY.
           10  PND-CUST-KEY              PIC X(20).
           10  PND-KEYED-DATE            PIC 9(08).
           10  PND-KEYED-TIME            PIC 9(08).
       05  PND-ITEM-STATUS           PIC X(01).
           88  PND-ITEM-PENDING          VALUE "P".
           88  PND-ITEM-APPROVED         VALUE "A".
           88  PND-ITEM-EXPIRED          VALUE "E".
       05  PND-REASON-CODE           PIC X(01).
           88  PND-REASON-LIMIT          VALUE "L".
           88  PND-REASON-REACTIVATE     VALUE "R".
           88  PND-REASON-DELETE         VALUE "D".
       05  PND-ACTION-CODE           PIC X(01).
       05  PND-CUST-NAME             PIC X(30).
       05  PND-STATUS-CODE           PIC X(01).
       05  PND-CREDIT-LIMIT          PIC 9(07)V99.
       05  PND-MAKER-ID              PIC X(08).
       05  PND-APPROVER-ID           PIC X(08).
       05  PND-RESOLVED-DATE         PIC 9(08).
       05  FILLER                    PIC X(20).
