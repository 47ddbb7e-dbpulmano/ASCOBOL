      ******************************************************************
      * DELZONE.CPY
      * Shared delivery zone layout - DELZONE.DAT. One record per
      * zone a van delivers to: the city, the leading characters of
      * the PostalCode within it, the route the zone rides on, where
      * on that route it drops, the carriage charged on an invoice
      * and the goods value an invoice must reach to ship free. A
      * customer's CM-City must equal the zone city and its
      * CM-PostalCode is matched on the longest prefix keyed, the
      * same rule POSTCODE.DAT uses; a blank prefix covers whatever
      * of the city no keyed prefix claims. DeliveryNotes puts the
      * notes into drop order from it and SalesInvoicing charges
      * the carriage; an address no zone covers is an exception.
      ******************************************************************
       01  DeliveryZoneRecord.
           02  DZ-City                PIC X(15).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DZ-Prefix              PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DZ-Route               PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DZ-Drop-Seq            PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DZ-Carriage            PIC 9(3)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DZ-Free-Threshold      PIC 9(5)V99.
