      ******************************************************************
      * STANDORD.CPY
      * Shared standing-order record layout - STANDORD.DAT. One
      * record per repeat line a customer takes: the product, size
      * and quantity, how often in sales periods (01 every period,
      * 02 every other, and so on), the dates it runs between (end
      * zero while open-ended) and the salesperson it credits. Kept
      * by StandOrdMaint with audit; StandOrdGen writes the lines
      * due each period onto RELSALES.DAT, counting the periods to
      * the next due one down and stamping the period it last
      * considered so a rerun of the same period generates nothing.
      ******************************************************************
       01  StandingOrderRecord.
           02  STO-Cus-Id             PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Oil-Id             PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Unit-Size          PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Units              PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Frequency          PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Start-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-End-Date           PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-SalesPerson        PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Status             PIC X.
               88  StandingOrderActive        VALUE "A".
               88  StandingOrderSuspended     VALUE "S".
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Periods-To-Due     PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Last-Period        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  STO-Last-Generated     PIC 9(8).
