      ****************************************************************
      * GLMREC.CPY
      * GENERAL-LEDGER ACCOUNT MAPPING TABLE (GLMAP), MAINTAINED BY
      * GLMAINT FROM ACCOUNTING'S CARDS AND READ BY GLEXTRCT.  THE
      * FILE OPENS ON ONE VERSION RECORD ("VER") CARRYING THE
      * MAPPING VERSION NUMBER, RAISED BY ONE EVERY TIME GLMAINT
      * CHANGES A ROW, AND THE DATE THAT VERSION WAS BUILT.  THE
      * MAPPING ROWS ("MAP") FOLLOW IN TRANSACTION-TYPE AND
      * EFFECTIVE-FROM ORDER.  EACH ROW SENDS ONE TRANSACTION TYPE
      * (TRANREC.CPY TYPE CODES) TO ONE GL ACCOUNT AND DEBIT/CREDIT
      * SIDE FROM ITS EFFECTIVE-FROM DATE THROUGH ITS EFFECTIVE-TO
      * DATE, BOTH INCLUSIVE; AN OPEN-ENDED ROW CARRIES 99999999.
      * A ROW IS NEVER DELETED - IT IS END-DATED, SO A GLIFILE CUT
      * UNDER AN OLD VERSION CAN ALWAYS BE TRACED BACK TO ITS RULES.
      ****************************************************************
       05  GLM-RECORD-TYPE           PIC X(03).
           88  GLM-VERSION-RECORD        VALUE "VER".
           88  GLM-MAPPING-RECORD        VALUE "MAP".
       05  GLM-RECORD-BODY           PIC X(77).
       05  GLM-VERSION-FIELDS REDEFINES GLM-RECORD-BODY.
           10  GLM-VERSION-NUMBER        PIC 9(05).
           10  GLM-VERSION-DATE          PIC 9(08).
           10  FILLER                    PIC X(64).
       05  GLM-MAPPING-FIELDS REDEFINES GLM-RECORD-BODY.
           10  GLM-MAPPING-KEY.
               15  GLM-TRAN-TYPE         PIC X(01).
                   88  GLM-TRAN-TYPE-VALID   VALUES "D", "C", "A",
                                                 "R".
               15  GLM-EFFECTIVE-FROM    PIC 9(08).
           10  GLM-EFFECTIVE-TO          PIC 9(08).
               88  GLM-OPEN-ENDED            VALUE 99999999.
           10  GLM-GL-ACCOUNT            PIC X(08).
           10  GLM-DR-CR-SIDE            PIC X(01).
               88  GLM-DEBIT-SIDE            VALUE "D".
               88  GLM-CREDIT-SIDE           VALUE "C".
           10  GLM-DESCRIPTION           PIC X(30).
           10  GLM-CHANGED-DATE          PIC 9(08).
           10  FILLER                    PIC X(13).
