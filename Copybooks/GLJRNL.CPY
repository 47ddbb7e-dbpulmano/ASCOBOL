      * Each money-producing run appends balanced debit/credit
      * entries here - sales revenue and VAT from AromaSalesRpt,
      * gross/deductions/net from AddCashPayroll, tuition from
      * TuitionBilling, finance's own keyed and recurring journals
      * under source MANUAL from ManualJournal and RecurJournal, the
      * quarter's VAT settlement from VatReturn - and JournalProof
      * shows debits equal credits per source before the file goes
      * to finance, instead of the figures being re-keyed from
      * printed reports.
      ******************************************************************
       01  JournalRecord.
           02  GLJ-Account            PIC X(8).
