      ******************************************************************
      * BANKREC.CPY
      * Shared bank reconciliation item record layout - BANKREC.DAT.
      * One record per movement on the bank account, from either
      * side: a statement line BankStmtImport took off the bank's
      * file, or a book posting BankRecon picked up off the receipt,
      * refund, payroll and journal files. BankRecon pairs the two
      * sides and stamps both with the same match number; a matched
      * item never comes up for matching again, so each month starts
      * from whatever was left uncleared the month before.
      ******************************************************************
       01  BankReconRecord.
           02  BRC-Side               PIC X.
               88  BookItem                   VALUE "B".
               88  StatementItem              VALUE "S".
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Item-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Direction          PIC X.
               88  MoneyIn                    VALUE "I".
               88  MoneyOut                   VALUE "O".
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Amount             PIC 9(9)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Reference          PIC X(12).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Source             PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Narrative          PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Status             PIC X.
               88  ItemUncleared              VALUE "U".
               88  ItemMatched                VALUE "M".
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Match-No           PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BRC-Match-Date         PIC 9(8).
