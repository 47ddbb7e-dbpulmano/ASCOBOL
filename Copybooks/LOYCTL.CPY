      ******************************************************************
      * LOYCTL.CPY
      * Shared loyalty scheme control record layout - LOYCTL.DAT.
      * One record: how many sales periods points live after the
      * period that earned them (zero - they never expire), what
      * one point is worth when redeemed against an invoice, and
      * the points outstanding at the last period close, so each
      * close posts only the movement in the liability to
      * GLJRNL.DAT. AromaSalesRpt stamps the balance and date at
      * every fresh close.
      ******************************************************************
       01  LoyaltyControlRecord.
           02  LYC-Expiry-Periods     PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LYC-Point-Value        PIC 9V9999.
           02  FILLER                 PIC X       VALUE SPACE.
           02  LYC-Last-Balance       PIC S9(9).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LYC-Last-Close-Date    PIC 9(8).
