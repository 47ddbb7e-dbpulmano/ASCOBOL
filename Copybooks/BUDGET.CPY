      ******************************************************************
      * BUDGET.CPY
      * Shared budget record layout - BUDGET.DAT. One record per
      * CHART.DAT account per month, the amount finance expects the
      * account to move by in that month, keyed the way the
      * account normally runs - a cost budget as the debit expected,
      * an income budget as the credit. Maintained by BudgetMaint
      * with the chart's edit, reject and audit discipline; the
      * budget-versus-actual report sets it against GLJRNL.DAT.
      ******************************************************************
       01  BudgetRecord.
           02  BUD-Account            PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BUD-Period             PIC 9(6).
           02  BUD-Period-Split REDEFINES BUD-Period.
               03  BUD-Year           PIC 9(4).
               03  BUD-Month          PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BUD-Amount             PIC 9(9)V99.
