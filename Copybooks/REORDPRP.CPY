      ******************************************************************
      * REORDPRP.CPY
      * Shared reorder proposal record layout - REORDPRP.DAT. One
      * record per product and unit size whose demand-based reorder
      * level or order quantity differs from what INVENTRY.DAT holds,
      * written fresh by ReorderReview each run: the level and order
      * quantity on file and those proposed, the average and peak
      * period demand they were worked from, and the lead days of
      * the supplier that would take the order. ReorderAccept puts
      * each proposal to the operator and applies the ones accepted;
      * a proposal neither accepted nor rejected stays for next time.
      ******************************************************************
       01  ReorderProposalRecord.
           02  ROP-Product-Id         PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Unit-Size          PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Cur-Level          PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Cur-Order-Qty      PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-New-Level          PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-New-Order-Qty      PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Avg-Demand         PIC 9(5)V9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Peak-Demand        PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Supplier-Id        PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Lead-Days          PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  ROP-Proposed-Date      PIC 9(8).
