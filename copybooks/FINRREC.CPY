      ****************************************************************
      * FINRREC.CPY
      * FINANCE-CHARGE RATE CARD READ BY FINCHRG.  ONE CARD PER
      * AGING TIER, NUMBERED IN THE SHOP'S AGING-BUCKET ORDER
      * (1 = CURRENT, 2 = 31-60, 3 = 61-90, 4 = OVER 90 DAYS), BY THE
      * AGE OF THE CUSTOMER'S OLDEST OPEN DEBIT ON THE OPEN-ITEM
      * LEDGER (OPENITEM), NOT COUNTING EARLIER FINANCE CHARGES; LAST
      * ACTIVITY IS USED ONLY FOR A BALANCE NOT CARRIED ON THE
      * LEDGER.  THE RATE IS A PERCENTAGE OF THE BALANCE
      * CHARGED ONCE PER MONTHLY CYCLE; A COMPUTED CHARGE BELOW THE
      * MINIMUM FEE IS RAISED TO THE MINIMUM, AND A BALANCE BELOW
      * THE WAIVER THRESHOLD IS NOT CHARGED AT ALL.  A ZERO RATE
      * MEANS THE TIER IS NOT CHARGED.  A TIER WITH NO CARD KEEPS
      * THE SHOP DEFAULT COMPILED INTO FINCHRG.
      ****************************************************************
       05  FNR-TIER-NUMBER           PIC 9(01).
           88  FNR-TIER-VALID            VALUES 1 THRU 4.
       05  FNR-RATE-PERCENT          PIC 9(02)V9(03).
       05  FNR-MINIMUM-FEE           PIC 9(05)V99.
       05  FNR-WAIVER-BALANCE        PIC 9(07)V99.
       05  FILLER                    PIC X(58).
