      * ITSELF.  CUST-DATA IS EXACTLY 80 BYTES SO A WHOLE CUSTOMER
      * IMAGE FITS CA-RESPONSE-DATA ON THE STANDARD COMM-AREA AND
      * THE JNL-BEFORE/AFTER-IMAGES ON THE AUDIT JOURNAL.
      *
      * CUST-LAST-TRAN-TYPE IS STAMPED BY THE POSTING RUN WITH THE
      * TYPE CODE OF THE ITEM IT JUST POSTED, SO EVERY POSTING
      * AFTER-IMAGE ON THE JOURNAL SAYS WHETHER THE MOVEMENT WAS A
      * DEBIT, CREDIT, ADJUSTMENT OR REVERSAL (CUSTSTMT PRINTS IT).
      * A RECORD NOT POSTED SINCE THE STAMP EXISTED CARRIES SPACE.
      *
      * STATUS "H" IS A COLLECTIONS HOLD: THE POSTING RUN SUSPENDS
      * NEW DEBITS AND ADJUSTMENTS (R013) BUT STILL TAKES CREDITS
      * AND REVERSALS.  CUST-HOLD-SOURCE SAYS WHO PLACED THE HOLD -
      * THE CREDIT DESK THROUGH CUSTMNT, OR THE NIGHTLY DLQREVW
      * REVIEW FOR AN OVER-LIMIT OR PAST-DUE ACCOUNT.  DLQREVW
      * ONLY RELEASES THE HOLDS IT PLACED ITSELF.
      *
      * CUST-MAINT-MAKER-ID AND CUST-MAINT-APPROVER-ID ARE STAMPED
      * BY CUSTMNT ON EVERY CHANGE IT MAKES: THE OPERATOR WHO KEYED
      * THE CARD, AND FOR A DUAL-CONTROL CHANGE THE OPERATOR WHO
      * APPROVED IT (SPACES WHEN NONE WAS NEEDED).  THE JOURNAL
      * IMAGES THEREFORE SAY WHO AUTHORIZED EACH MAINTENANCE ROW,
      * AND JRNLINQ PRINTS THEM.  A CUSTMNT DELETE IS JOURNALED AS
      * A STAMPING UPDATE FOLLOWED BY THE DELETE ITSELF.
      ****************************************************************
       05  CUST-KEY                  PIC X(20).
       05  CUST-DATA.
           10  CUST-STATUS-CODE          PIC X(01).
               88  CUST-STATUS-ACTIVE        VALUE "A".
               88  CUST-STATUS-INACTIVE      VALUE "I".
               88  CUST-STATUS-HOLD          VALUE "H".
           10  CUST-CREDIT-LIMIT         PIC 9(07)V99.
           10  CUST-CURRENT-BALANCE      PIC S9(07)V99.
           10  CUST-LAST-ACTIVITY-DATE   PIC 9(08).
           10  CUST-LAST-TRAN-TYPE       PIC X(01).
           10  CUST-HOLD-SOURCE          PIC X(01).
               88  CUST-HOLD-MANUAL          VALUE "M".
               88  CUST-HOLD-OVER-LIMIT      VALUE "L".
               88  CUST-HOLD-PAST-DUE        VALUE "P".
               88  CUST-HOLD-BY-REVIEW       VALUES "L", "P".
           10  CUST-MAINT-MAKER-ID       PIC X(08).
           10  CUST-MAINT-APPROVER-ID    PIC X(08).
           10  FILLER                    PIC X(05).
