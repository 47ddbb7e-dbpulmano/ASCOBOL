      ******************************************************************
      * CNTYPOP.CPY
      * Shared county population reference layout - CNTYPOP.DAT. Two
      * kinds of record, told apart by CPR-Record-Type:
      *   "C" - a county and its population, keyed as nine digits so
      *         a figure too big for CountyPop's PIC 9(7) reaches the
      *         program and is flagged there, not truncated on entry;
      *   "T" - a town as it appears in City on STUDMAS.DAT and the
      *         county it lies in.
      * A City matching a county name needs no town record. Used by
      * RegionPartic; the figures are a file edit, not a recompile.
      ******************************************************************
       01  CountyPopRecord.
           02  CPR-Record-Type        PIC X.
               88  CountyRecord               VALUE "C".
               88  TownRecord                 VALUE "T".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPR-Name               PIC X(15).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CPR-Detail             PIC X(15).
           02  CPR-County-Detail REDEFINES CPR-Detail.
               03  CPR-Population-X   PIC X(9).
               03  FILLER             PIC X(6).
           02  CPR-Town-Detail REDEFINES CPR-Detail.
               03  CPR-Town-County    PIC X(15).
