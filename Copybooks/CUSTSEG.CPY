      ******************************************************************
      * CUSTSEG.CPY
      * Shared customer segment layout - CUSTSEG.DAT. One record per
      * customer on the sales history, rewritten whole by each
      * CustSegment run: the recency, frequency and value scores the
      * SEGBAND.DAT bands gave the customer, the segment they earn,
      * the segment the previous run gave them and the figures the
      * scores came from. Campaign selections read the segment here
      * rather than working it out again.
      ******************************************************************
       01  CustSegmentRecord.
           02  CS-Cus-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Segment             PIC X(10).
               88  SegmentChampion            VALUE "CHAMPION".
               88  SegmentLoyal               VALUE "LOYAL".
               88  SegmentAtRisk              VALUE "AT RISK".
               88  SegmentLapsed              VALUE "LAPSED".
               88  SegmentNew                 VALUE "NEW".
               88  SegmentActive              VALUE "ACTIVE".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Recency-Score       PIC 9.
           02  CS-Frequency-Score     PIC 9.
           02  CS-Value-Score         PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Prev-Segment        PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Last-Period         PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Periods-Bought      PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Revenue             PIC S9(9)V99.
           02  FILLER                 PIC X       VALUE SPACE.
           02  CS-Run-Date            PIC 9(8).
