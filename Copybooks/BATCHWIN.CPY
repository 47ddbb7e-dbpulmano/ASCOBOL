      ******************************************************************
      * BATCHWIN.CPY
      * Shared batch-window control record layout - BATCHWIN.DAT. One
      * record, keyed by the operations manager: the percentage of a
      * job's normal (30-day average) elapsed time past which a run
      * counts as an overrun (150 flags a step taking half as long
      * again), and the time the office opens, HHMM, which the night's
      * chain must be finished by. Each field is checked NUMERIC by
      * the program reading it before it is trusted.
      ******************************************************************
       01  BatchWindowRecord.
           02  BWC-Threshold-Pct-X    PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  BWC-Office-Open-X      PIC X(4).
