      ******************************************************************
      * QUOTE.CPY
      * Shared sales quotation record layout - QUOTES.DAT. One line
      * per quoted product and size, the lines of one quotation
      * sharing the number SalesQuote takes from the QUOTENUM.DAT
      * next-number control. Each line is priced the way the sales
      * run prices - the effective PRODMAST.DAT row, a live
      * CONTRACT.DAT rate, then the first qualifying PROMOS.DAT
      * break - and carries the unit price quoted, net of any
      * break, and the line amount at that price. A quotation is
      * open until the expiry date, then expired; accepting it
      * releases its lines onto RELSALES.DAT and holds the quoted
      * price on CONTRACT.DAT while the sale goes through.
      ******************************************************************
       01  QuotationRecord.
           02  QUO-Number             PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Line               PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Cus-Id             PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-SalesPerson        PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Oil-Id             PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Unit-Size          PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Units              PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Unit-Price         PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Line-Amount        PIC 9(6)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Quote-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Expiry-Date        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Status             PIC X.
               88  QuotationOpen              VALUE "O".
               88  QuotationAccepted          VALUE "A".
               88  QuotationExpired           VALUE "E".
           02  FILLER                 PIC X       VALUE SPACE.
           02  QUO-Status-Date        PIC 9(8).
