      ******************************************************************
      * RUNHIST.CPY
      * Shared run-time history record layout - RUNHIST.DAT. One
      * record per job per business date, paired from the start and
      * complete stamps on RUNCTL.DAT: when the step started, when it
      * finished clean, and the elapsed time between them in seconds
      * (a step running over midnight counts on past 240000). A rerun
      * after a failure keeps only the start that led to the clean
      * finish. RunTimeHist rebuilds it and keeps a year of nights.
      ******************************************************************
       01  RunHistoryRecord.
           02  RH-Date                PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RH-Job                 PIC X(10).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RH-Start-Time          PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RH-End-Time            PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RH-Elapsed-Secs        PIC 9(6).
