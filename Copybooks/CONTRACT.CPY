      * runs between. The pricing pass prefers a live contract row
      * over the standard price list, and the contract register
      * shows the discount given against list on every affected
      * line - the manual credit ritual, retired. A row SalesQuote
      * writes when a quotation is accepted carries the quote number
      * and the quoted quantity: it prices only a line of exactly
      * that quantity, takes precedence over a negotiated row, and
      * its price is already net of any quantity break, so no break
      * applies on top. Rows keyed by hand leave both zero or blank.
      ******************************************************************
       01  ContractPriceRecord.
           02  CTR-Cus-Id             PIC 9(5).
           02  CTR-Start-Date         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CTR-End-Date           PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CTR-Quote-Number       PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CTR-Quote-Units        PIC 9(3).
