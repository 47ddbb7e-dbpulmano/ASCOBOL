      ******************************************************************
      * LOYALTY.CPY
      * Shared loyalty points ledger record layout - LOYALTY.DAT.
      * One line per movement on a customer's points account, never
      * rewritten: points earned on the period's net sales and
      * points reversed on its returns (AromaSalesRpt), points
      * redeemed as a credit on an invoice (SalesInvoicing) and
      * points expired at a period close (AromaSalesRpt). Each line
      * carries the sales period it belongs to, so the statement
      * can show the period's movements and the balance is the sum
      * of the lot. Redeemed and expired points use up the oldest
      * earnings first.
      ******************************************************************
       01  LoyaltyRecord.
           02  LOY-Cus-Id             PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOY-Period-Begin       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOY-Type               PIC X.
               88  LoyaltyEarned              VALUE "E".
               88  LoyaltyReversed            VALUE "R".
               88  LoyaltyRedeemed            VALUE "U".
               88  LoyaltyExpired             VALUE "X".
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOY-Points             PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOY-Date               PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
      * The invoice a redemption was credited on - zero otherwise.
           02  LOY-Invoice-Number     PIC 9(6).
