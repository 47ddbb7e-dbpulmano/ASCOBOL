      * mistyped account becomes a rejected line on EXCEPTS.DAT
      * instead of a new account finance discovers at month end.
      * A closed account keeps its record for the history but
      * takes no new postings. COA-Group gathers accounts under
      * the heading finance subtotals them by; COA-Class says which
      * statement the account belongs on and so which side it
      * normally runs - income, liabilities and equity carry
      * credit balances, the rest debit. Records written before
      * either field read in as spaces: ungrouped, and taken as a
      * debit-side expense account. COA-Report-Line names the line
      * of the profit and loss or balance sheet the account adds
      * into - accounts sharing a line print as one figure; a blank
      * line prints the account under its own description.
      ******************************************************************
       01  ChartAccountRecord.
           02  COA-Account            PIC X(8).
           02  COA-Status             PIC X.
               88  ChartAccountOpen           VALUE "O".
               88  ChartAccountClosed         VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  COA-Group              PIC X(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  COA-Class              PIC X.
               88  IncomeAccount              VALUE "I".
               88  CostOfSalesAccount         VALUE "S".
               88  ExpenseAccount             VALUE "E".
               88  AssetAccount               VALUE "A".
               88  LiabilityAccount           VALUE "L".
               88  EquityAccount              VALUE "Q".
               88  ValidAccountClass          VALUE "I" "S" "E"
                                                    "A" "L" "Q".
               88  CreditSideAccount          VALUE "I" "L" "Q".
           02  FILLER                 PIC X       VALUE SPACE.
           02  COA-Report-Line        PIC X(20).
