      ******************************************************************
      * LOCMAST.CPY
      * Shared stock location master layout - LOCMAST.DAT. One record
      * per place stock is held, keyed by hand: the shop counter and
      * the back warehouse to begin with. A selling location (type S)
      * is where sales are served from - allocation counts only its
      * stock as in stock, and sales deplete selling locations first,
      * in file order, before any store (type W). Receipts keyed
      * with no location book to the first active store. A closed
      * location takes no receipts or transfers in. With no file on
      * hand, stock is held as one figure, as it always was.
      ******************************************************************
       01  LocationRecord.
           02  LOC-Code               PIC X(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOC-Name               PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOC-Type               PIC X.
               88  LocationSells              VALUE "S".
               88  LocationStores             VALUE "W".
           02  FILLER                 PIC X       VALUE SPACE.
           02  LOC-Status             PIC X.
               88  LocationActive             VALUE "A".
               88  LocationClosed             VALUE "C".
