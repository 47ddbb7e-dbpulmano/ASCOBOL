      ******************************************************************
      * POSTCODE.CPY
      * Shared postal code reference layout - POSTCODE.DAT. One record
      * per postal code prefix: the leading characters of a
      * PostalCode, the city that prefix delivers to, and the
      * CityCode that city carries on the student master (the same
      * 0 thru 6 classification RentSurcharge prices). A prefix is
      * matched on as many characters as it is keyed with, and the
      * longest matching prefix wins, so a district can be split out
      * of a wider area without re-keying the area. Kept by PostMaint
      * with audit; StudMaint and CustMaint refuse an address that
      * disagrees with it and AddrSweep lists what already does.
      ******************************************************************
       01  PostalCodeRecord.
           02  PCR-Prefix             PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PCR-City               PIC X(15).
           02  FILLER                 PIC X       VALUE SPACE.
           02  PCR-CityCode           PIC 9.
