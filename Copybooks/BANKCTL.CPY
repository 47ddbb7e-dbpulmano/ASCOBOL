      ******************************************************************
      * BANKCTL.CPY
      * Shared bank reconciliation control record layout -
      * BANKCTL.DAT. One record carrying the two balances the
      * reconciliation proves against each other: the closing
      * balance of the last statement BankStmtImport took, and the
      * book balance BankRecon has built up from the postings it has
      * picked up, with the last posting date already picked up so
      * no posting is counted twice. The first statement imported
      * seeds the book at its opening balance. The last payroll
      * bank file taken is remembered by its trailer, the last
      * match number handed out by BankRecon. GLJRNL.DAT and
      * ACCTHIST.DAT are only ever appended to, so BankRecon also
      * keeps how many records of each it has already read - what
      * lies past the mark is new, whatever date it carries. A
      * control from before the marks were kept reads them as
      * spaces, and that one run picks up by date instead.
      ******************************************************************
       01  BankControlRecord.
           02  BCT-Stmt-Date          PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Stmt-Balance       PIC S9(9)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Book-Through       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Book-Balance       PIC S9(9)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Paybank-Date       PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Paybank-Count      PIC 9(7).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Paybank-Total      PIC 9(10)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Last-Match-No      PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Last-Recon-Date    PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-Journal-Taken      PIC X(9).
           02  BCT-Journal-Taken-Num REDEFINES BCT-Journal-Taken
                                      PIC 9(9).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BCT-History-Taken      PIC X(9).
           02  BCT-History-Taken-Num REDEFINES BCT-History-Taken
                                      PIC 9(9).
