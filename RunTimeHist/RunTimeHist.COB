      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunTimeHist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RunCtl-Status.

           SELECT RunHistoryFile ASSIGN "RUNHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RunHist-Status.

           SELECT BatchWindowFile ASSIGN "BATCHWIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BatchWin-Status.

           SELECT RunTimePrintFile ASSIGN "RUNTIME.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Except-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
           COPY RUNCTL.

       FD  RunHistoryFile.
           COPY RUNHIST.

       FD  BatchWindowFile.
           COPY BATCHWIN.

       FD  RunTimePrintFile.
       01  ShowRunTime              PIC X(80).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-RunCtl-Status        PIC XX      VALUE SPACES.
       01  WS-RunHist-Status       PIC XX      VALUE SPACES.
       01  WS-BatchWin-Status      PIC XX      VALUE SPACES.
       01  WS-Except-Status        PIC XX      VALUE SPACES.

      * One end-of-file switch serves every file in turn - each
      * scan resets it before its first read.
       01  WS-Source-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSourceFile                  VALUE "Y".
       01  WS-Found-Switch         PIC X       VALUE "N".
           88 EntryFound                       VALUE "Y".

      * The overrun threshold and office opening time, off
      * BATCHWIN.DAT when it is there and keyed right.
       01  WS-Threshold-Pct        PIC 9(3)    VALUE 150.
       01  WS-Office-Open          PIC 9(4)    VALUE 0800.
       01  WS-Office-Open-Split REDEFINES WS-Office-Open.
           02 WS-Office-Open-HH    PIC 9(2).
           02 WS-Office-Open-MM    PIC 9(2).
       01  WS-Threshold-X          PIC X(3)    VALUE SPACES.
       01  WS-Threshold-Num REDEFINES WS-Threshold-X
                                   PIC 9(3).
       01  WS-Office-Open-X        PIC X(4)    VALUE SPACES.
       01  WS-Office-Open-Num REDEFINES WS-Office-Open-X
                                   PIC 9(4).
       01  WS-BatchWin-Switch      PIC X       VALUE "N".
           88 BatchWindowLoaded                VALUE "Y".

      * A job needs this many nights behind it before its average
      * is trusted - a step new to the chain is listed, not flagged.
       01  WS-Minimum-Runs         PIC 9(3)    VALUE 3.

      * Every night kept on RUNHIST.DAT, then the nights re-paired
      * off RUNCTL.DAT, appended from WS-First-New-Row on.
       01  HistoryTableCount       PIC 9(5)    COMP VALUE ZERO.
       01  HistoryTable.
           02 HistoryEntry         OCCURS 1 TO 40000 TIMES
                                    DEPENDING ON HistoryTableCount
                                    INDEXED BY HistIdx.
               03 HS-Date-Tbl      PIC 9(8).
               03 HS-Job-Tbl       PIC X(10).
               03 HS-Start-Tbl     PIC 9(6).
               03 HS-End-Tbl       PIC 9(6).
               03 HS-Elapsed-Tbl   PIC 9(6).
       01  WS-Hist-Sub             PIC 9(5)    COMP VALUE ZERO.
       01  WS-Keep-Sub             PIC 9(5)    COMP VALUE ZERO.
       01  WS-First-New-Row        PIC 9(5)    COMP VALUE ZERO.

      * The last start stamp seen for each job and business date -
      * the one a complete stamp pairs with, so the start of a
      * failed attempt is never timed against a later rerun's end.
       01  PendingTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  PendingTable.
           02 PendingEntry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PendingTableCount
                                    INDEXED BY PendIdx.
               03 PD-Date-Tbl      PIC 9(8).
               03 PD-Job-Tbl       PIC X(10).
               03 PD-Start-Tbl     PIC 9(6).

      * One line per job - its latest night, and the nights in the
      * 30 days before it that make its normal time.
       01  JobSummaryCount         PIC 9(4)    COMP VALUE ZERO.
       01  JobSummaryTable.
           02 JobSummaryEntry      OCCURS 1 TO 200 TIMES
                                    DEPENDING ON JobSummaryCount
                                    INDEXED BY SumIdx.
               03 JS-Job-Tbl       PIC X(10).
               03 JS-Latest-Date-Tbl
                                   PIC 9(8).
               03 JS-Latest-Secs-Tbl
                                   PIC 9(6).
               03 JS-Runs-Tbl      PIC 9(3).
               03 JS-Total-Secs-Tbl
                                   PIC 9(9).
               03 JS-Max-Secs-Tbl  PIC 9(6).
               03 JS-Avg-Secs-Tbl  PIC 9(6).
               03 JS-Pct-Tbl       PIC 9(4).
               03 JS-Flag-Tbl      PIC X.
                   88 JobOnPace             VALUE " ".
                   88 JobOverran            VALUE "O".
                   88 JobTooNew             VALUE "N".
                   88 JobNotLastNight       VALUE "L".

      * This program's own exceptions still open on EXCEPTS.DAT - a
      * rerun of the report raises nothing twice.
       01  OpenExcTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  OpenExcTable.
           02 OpenExcEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON OpenExcTableCount
                                    INDEXED BY OpenExcIdx.
               03 OX-Key-Tbl       PIC X(10).
               03 OX-Reason-Tbl    PIC X(40).

      * The night reported on - the latest business date timed - and
      * the dates that bound the history around it.
       01  WS-Report-Date          PIC 9(8)    VALUE ZERO.
       01  WS-Latest-Hist-Date     PIC 9(8)    VALUE ZERO.
       01  WS-Rebuild-From         PIC 9(8)    VALUE ZERO.
       01  WS-Window-From          PIC 9(8)    VALUE ZERO.
       01  WS-Keep-From            PIC 9(8)    VALUE ZERO.

       01  WS-Cal-Split.
           02 WS-Cal-YYYY          PIC 9(4).
           02 WS-Cal-MM            PIC 9(2).
           02 WS-Cal-DD            PIC 9(2).
       01  WS-Cal-Date REDEFINES WS-Cal-Split
                                   PIC 9(8).

       01  CalMonthDayValues.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 28.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
       01  CalMonthDayTable REDEFINES CalMonthDayValues.
           02 CalMonthDays PIC 99 OCCURS 12 TIMES.

       01  WS-Cal-Month-Length     PIC 99      VALUE ZERO.
       01  WS-Cal-Year-Rem         PIC 9(4)    VALUE ZERO.
       01  WS-Cal-Year-Quot        PIC 9(4)    VALUE ZERO.

      * Clock times to seconds after midnight and back.
       01  WS-Clock-Time           PIC 9(6)    VALUE ZERO.
       01  WS-Clock-Split REDEFINES WS-Clock-Time.
           02 WS-Clock-HH          PIC 9(2).
           02 WS-Clock-MM          PIC 9(2).
           02 WS-Clock-SS          PIC 9(2).
       01  WS-Seconds              PIC 9(6)    VALUE ZERO.
       01  WS-Seconds-Rest         PIC 9(6)    VALUE ZERO.
       01  WS-Clock-Display.
           02 CD-HH                PIC 99.
           02 FILLER               PIC X       VALUE ":".
           02 CD-MM                PIC 99.
           02 FILLER               PIC X       VALUE ":".
           02 CD-SS                PIC 99.

       01  WS-Start-Secs           PIC 9(6)    VALUE ZERO.
       01  WS-End-Secs             PIC 9(6)    VALUE ZERO.
       01  WS-Elapsed-Secs         PIC 9(6)    VALUE ZERO.
       01  WS-Stamp-Job            PIC X(10)   VALUE SPACES.

      * The night's batch window, in seconds from the first step's
      * start - a chain running over midnight counts straight on.
       01  WS-Chain-Start-Secs     PIC 9(6)    VALUE ZERO.
       01  WS-Chain-Start-Switch   PIC X       VALUE "N".
           88 ChainStartFound                  VALUE "Y".
       01  WS-Rel-Secs             PIC 9(6)    VALUE ZERO.
       01  WS-Window-End-Rel       PIC 9(6)    VALUE ZERO.
       01  WS-Growth-Secs          PIC 9(6)    VALUE ZERO.
       01  WS-Projected-Rel        PIC 9(6)    VALUE ZERO.
       01  WS-Open-Rel             PIC 9(6)    VALUE ZERO.
       01  WS-Margin-Secs          PIC 9(6)    VALUE ZERO.
       01  WS-Window-State         PIC X       VALUE SPACE.
           88 WindowInTime                     VALUE "T".
           88 WindowProjectedLate              VALUE "P".
           88 WindowFinishedLate               VALUE "F".

       01  WS-Pct-Edit             PIC ZZZ9.
       01  WS-Open-Edit.
           02 OE-HH                PIC 99.
           02 FILLER               PIC X       VALUE ":".
           02 OE-MM                PIC 99.
       01  WS-Exc-Key              PIC X(10)   VALUE SPACES.
       01  WS-Exc-Reason           PIC X(40)   VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Stamps-Read       PIC 9(7)    VALUE ZERO.
           02 WS-Steps-Timed       PIC 9(7)    VALUE ZERO.
           02 WS-Unpaired-Completes
                                   PIC 9(7)    VALUE ZERO.
           02 WS-History-Kept      PIC 9(7)    VALUE ZERO.
           02 WS-Jobs-Overrun      PIC 9(5)    VALUE ZERO.
           02 WS-Exceptions-Raised PIC 9(5)    VALUE ZERO.
           02 WS-Exceptions-Open   PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER               PIC X(34)   VALUE
              "BATCH RUN-TIME HISTORY - NIGHT OF ".
           02 TL-Date              PIC 9(8).
           02 FILLER               PIC X(38)   VALUE SPACES.

       01  WS-Setting-Line.
           02 SL-Label             PIC X(26).
           02 SL-Value             PIC X(8).
           02 FILLER               PIC X(2).
           02 SL-Note              PIC X(44).

       01  WS-Default-Line         PIC X(80)   VALUE
           "    (DEFAULTS - BATCHWIN.DAT MISSING OR KEYED WRONG)".

       01  WS-Column-Heading-Line.
           02 FILLER               PIC X(11)   VALUE "JOB".
           02 FILLER               PIC X(10)   VALUE "LAST RUN".
           02 FILLER               PIC X(11)   VALUE "ELAPSED".
           02 FILLER               PIC X(11)   VALUE "30-DAY AVG".
           02 FILLER               PIC X(11)   VALUE "30-DAY MAX".
           02 FILLER               PIC X(5)    VALUE "RUNS".
           02 FILLER               PIC X(7)    VALUE "OF AVG".
           02 FILLER               PIC X(14)   VALUE "FLAG".

       01  WS-Detail-Line.
           02 DL-Job               PIC X(10).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Date              PIC 9(8).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Elapsed           PIC X(8).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 DL-Average           PIC X(8).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 DL-Maximum           PIC X(8).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 DL-Runs              PIC ZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Pct               PIC ZZZ9    BLANK WHEN ZERO.
           02 DL-Pct-Sign          PIC X.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 DL-Flag              PIC X(14).

       01  WS-No-History-Line      PIC X(80)   VALUE
           "NO RUN HISTORY ON FILE - NO STEP HAS BEEN TIMED".

       01  WS-Window-Heading-Line  PIC X(80)   VALUE
           "BATCH WINDOW".

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Which steps of the chain are getting slower, before it runs
      * into the morning. Every start stamp on RUNCTL.DAT is paired
      * with the complete stamp that follows it for the same job and
      * business date, and the elapsed time kept on RUNHIST.DAT, a
      * year of nights deep. RUNTIME.PRT then sets each job's latest
      * night against its average and maximum over the 30 days
      * before, flagging a step past the BATCHWIN.DAT threshold, and
      * projects the end of the next night's window against the time
      * the office opens. Overruns and a window that will not make
      * the morning are raised on EXCEPTS.DAT to be followed up.
            PERFORM LoadBatchWindow
            PERFORM LoadOpenExceptions
            PERFORM LoadHistory
            PERFORM PairRunControlStamps

            PERFORM VARYING HistIdx FROM 1 BY 1
                    UNTIL HistIdx > HistoryTableCount
                IF HS-Date-Tbl(HistIdx) > WS-Report-Date
                    MOVE HS-Date-Tbl(HistIdx) TO WS-Report-Date
                END-IF
            END-PERFORM
            IF WS-Report-Date > ZERO
                COMPUTE WS-Keep-From = WS-Report-Date - 10000
                MOVE WS-Report-Date TO WS-Cal-Date
                PERFORM StepBackOneDay 30 TIMES
                MOVE WS-Cal-Date TO WS-Window-From
            END-IF

            PERFORM StoreHistory

            OPEN OUTPUT RunTimePrintFile
            MOVE WS-Report-Date TO TL-Date
            WRITE ShowRunTime FROM WS-Title-Line
            WRITE ShowRunTime FROM WS-Blank-Line
            PERFORM PrintSettings
            WRITE ShowRunTime FROM WS-Blank-Line
            IF HistoryTableCount = ZERO
                WRITE ShowRunTime FROM WS-No-History-Line
            ELSE
                PERFORM BuildJobSummary
                PERFORM PrintJobLines
                PERFORM ProjectBatchWindow
                PERFORM PrintBatchWindow
            END-IF
            CLOSE RunTimePrintFile

            DISPLAY "RunTimeHist - Control Report"
            DISPLAY "Night reported on      : " WS-Report-Date
            DISPLAY "Run-control stamps read: " WS-Stamps-Read
            DISPLAY "Steps timed from stamps: " WS-Steps-Timed
            DISPLAY "Complete with no start : " WS-Unpaired-Completes
            DISPLAY "History nights kept    : " WS-History-Kept
            DISPLAY "Jobs reported          : " JobSummaryCount
            DISPLAY "Jobs over threshold    : " WS-Jobs-Overrun
            EVALUATE TRUE
                WHEN WindowFinishedLate
                    DISPLAY "Batch window           : FINISHED AFTER "
                        "OPENING"
                WHEN WindowProjectedLate
                    DISPLAY "Batch window           : PROJECTED PAST "
                        "OPENING"
                WHEN WindowInTime
                    DISPLAY "Batch window           : IN TIME"
            END-EVALUATE
            DISPLAY "Exceptions raised      : " WS-Exceptions-Raised
            DISPLAY "Already open, not re-raised: "
                WS-Exceptions-Open
            IF NOT BatchWindowLoaded
                DISPLAY "BATCHWIN.DAT missing or keyed wrong - "
                    "defaults used"
            END-IF
            STOP RUN.

      * No BATCHWIN.DAT, or one keyed wrong, leaves 150 per cent
      * and an eight o'clock opening - the report still runs.
       LoadBatchWindow.
            OPEN INPUT BatchWindowFile
            IF WS-BatchWin-Status = "00"
                READ BatchWindowFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE BWC-Threshold-Pct-X TO WS-Threshold-X
                        MOVE BWC-Office-Open-X TO WS-Office-Open-X
                        IF WS-Threshold-X NUMERIC
                           AND WS-Office-Open-X NUMERIC
                           AND WS-Threshold-Num NOT < 100
                           AND WS-Office-Open-X(1:2) < "24"
                           AND WS-Office-Open-X(3:2) < "60"
                            MOVE WS-Threshold-Num TO WS-Threshold-Pct
                            MOVE WS-Office-Open-Num TO WS-Office-Open
                            SET BatchWindowLoaded TO TRUE
                        END-IF
                END-READ
                CLOSE BatchWindowFile
            END-IF.

       LoadOpenExceptions.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CommonExceptFile
            IF WS-Except-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CommonExceptFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF EXC-Program = "RUNTIMHIST" AND ExceptionOpen
                    SET OpenExcIdx TO OpenExcTableCount
                    SET OpenExcIdx UP BY 1
                    SET OpenExcTableCount TO OpenExcIdx
                    MOVE EXC-Key TO OX-Key-Tbl(OpenExcIdx)
                    MOVE EXC-Reason TO OX-Reason-Tbl(OpenExcIdx)
                END-IF
                READ CommonExceptFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Except-Status NOT = "35"
                CLOSE CommonExceptFile
            END-IF.

      * The history as last stored, less its final week - those
      * nights are paired again off RUNCTL.DAT, so a step finished
      * after the last run, or a night rerun since, is picked up.
      * No RUNHIST.DAT (a "35" status) pairs every stamp on file.
       LoadHistory.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT RunHistoryFile
            IF WS-RunHist-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ RunHistoryFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF HistoryTableCount < 40000
                    SET HistIdx TO HistoryTableCount
                    SET HistIdx UP BY 1
                    SET HistoryTableCount TO HistIdx
                    MOVE RH-Date TO HS-Date-Tbl(HistIdx)
                    MOVE RH-Job TO HS-Job-Tbl(HistIdx)
                    MOVE RH-Start-Time TO HS-Start-Tbl(HistIdx)
                    MOVE RH-End-Time TO HS-End-Tbl(HistIdx)
                    MOVE RH-Elapsed-Secs TO HS-Elapsed-Tbl(HistIdx)
                    IF RH-Date > WS-Latest-Hist-Date
                        MOVE RH-Date TO WS-Latest-Hist-Date
                    END-IF
                END-IF
                READ RunHistoryFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-RunHist-Status NOT = "35"
                CLOSE RunHistoryFile
            END-IF

            IF WS-Latest-Hist-Date > ZERO
                MOVE WS-Latest-Hist-Date TO WS-Cal-Date
                PERFORM StepBackOneDay 7 TIMES
                MOVE WS-Cal-Date TO WS-Rebuild-From
            END-IF
            MOVE ZERO TO WS-Keep-Sub
            PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
                    UNTIL WS-Hist-Sub > HistoryTableCount
                IF HS-Date-Tbl(WS-Hist-Sub) < WS-Rebuild-From
                    ADD 1 TO WS-Keep-Sub
                    MOVE HistoryEntry(WS-Hist-Sub)
                        TO HistoryEntry(WS-Keep-Sub)
                END-IF
            END-PERFORM
            MOVE WS-Keep-Sub TO HistoryTableCount
            COMPUTE WS-First-New-Row = HistoryTableCount + 1.

       PairRunControlStamps.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT RunControlFile
            IF WS-RunCtl-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ RunControlFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                ADD 1 TO WS-Stamps-Read
                IF RUNC-Date NOT < WS-Rebuild-From
                    EVALUATE TRUE
                        WHEN StepStartStamp
                            PERFORM NoteStepStart
                        WHEN StepCompleteStamp
                            PERFORM PairStepComplete
                    END-EVALUATE
                END-IF
                READ RunControlFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-RunCtl-Status NOT = "35"
                CLOSE RunControlFile
            END-IF.

       NoteStepStart.
            SET PendIdx TO 1
            SEARCH PendingEntry
                AT END
                    IF PendingTableCount < 2000
                        SET PendIdx TO PendingTableCount
                        SET PendIdx UP BY 1
                        SET PendingTableCount TO PendIdx
                        MOVE RUNC-Date TO PD-Date-Tbl(PendIdx)
                        MOVE RUNC-Program TO PD-Job-Tbl(PendIdx)
                        MOVE RUNC-Time TO PD-Start-Tbl(PendIdx)
                    END-IF
                WHEN PD-Date-Tbl(PendIdx) = RUNC-Date
                     AND PD-Job-Tbl(PendIdx) = RUNC-Program
                    MOVE RUNC-Time TO PD-Start-Tbl(PendIdx)
            END-SEARCH.

      * A finish past midnight is a finish the next morning - a
      * step is never taken to run for a day or more.
       PairStepComplete.
            SET PendIdx TO 1
            SEARCH PendingEntry
                AT END
                    ADD 1 TO WS-Unpaired-Completes
                WHEN PD-Date-Tbl(PendIdx) = RUNC-Date
                     AND PD-Job-Tbl(PendIdx) = RUNC-Program
                    MOVE PD-Start-Tbl(PendIdx) TO WS-Clock-Time
                    PERFORM TimeToSeconds
                    MOVE WS-Seconds TO WS-Start-Secs
                    MOVE RUNC-Time TO WS-Clock-Time
                    PERFORM TimeToSeconds
                    MOVE WS-Seconds TO WS-End-Secs
                    IF WS-End-Secs < WS-Start-Secs
                        ADD 86400 TO WS-End-Secs
                    END-IF
                    COMPUTE WS-Elapsed-Secs
                        = WS-End-Secs - WS-Start-Secs
                    PERFORM PostHistoryRow
            END-SEARCH.

      * A rerun's clean finish replaces an earlier timing of the
      * same job on the same night.
       PostHistoryRow.
            MOVE "N" TO WS-Found-Switch
            PERFORM VARYING WS-Hist-Sub FROM WS-First-New-Row BY 1
                    UNTIL WS-Hist-Sub > HistoryTableCount
                       OR EntryFound
                IF HS-Date-Tbl(WS-Hist-Sub) = RUNC-Date
                   AND HS-Job-Tbl(WS-Hist-Sub) = RUNC-Program
                    SET EntryFound TO TRUE
                    MOVE WS-Hist-Sub TO WS-Keep-Sub
                END-IF
            END-PERFORM
            IF NOT EntryFound
                IF HistoryTableCount < 40000
                    ADD 1 TO HistoryTableCount
                    MOVE HistoryTableCount TO WS-Keep-Sub
                    SET EntryFound TO TRUE
                END-IF
            END-IF
            IF EntryFound
                MOVE RUNC-Date TO HS-Date-Tbl(WS-Keep-Sub)
                MOVE RUNC-Program TO HS-Job-Tbl(WS-Keep-Sub)
                MOVE PD-Start-Tbl(PendIdx) TO HS-Start-Tbl(WS-Keep-Sub)
                MOVE RUNC-Time TO HS-End-Tbl(WS-Keep-Sub)
                MOVE WS-Elapsed-Secs TO HS-Elapsed-Tbl(WS-Keep-Sub)
                ADD 1 TO WS-Steps-Timed
            END-IF.

      * A year of nights back from the night reported on.
       StoreHistory.
            OPEN OUTPUT RunHistoryFile
            PERFORM VARYING HistIdx FROM 1 BY 1
                    UNTIL HistIdx > HistoryTableCount
                IF HS-Date-Tbl(HistIdx) NOT < WS-Keep-From
                    MOVE SPACES TO RunHistoryRecord
                    MOVE HS-Date-Tbl(HistIdx) TO RH-Date
                    MOVE HS-Job-Tbl(HistIdx) TO RH-Job
                    MOVE HS-Start-Tbl(HistIdx) TO RH-Start-Time
                    MOVE HS-End-Tbl(HistIdx) TO RH-End-Time
                    MOVE HS-Elapsed-Tbl(HistIdx) TO RH-Elapsed-Secs
                    WRITE RunHistoryRecord
                    ADD 1 TO WS-History-Kept
                END-IF
            END-PERFORM
            CLOSE RunHistoryFile.

       PrintSettings.
            MOVE SPACES TO WS-Setting-Line
            MOVE "OVERRUN THRESHOLD" TO SL-Label
            MOVE WS-Threshold-Pct TO WS-Pct-Edit
            STRING WS-Pct-Edit "%" DELIMITED BY SIZE INTO SL-Value
            MOVE "OF THE 30-DAY AVERAGE" TO SL-Note
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "OFFICE OPENS" TO SL-Label
            MOVE WS-Office-Open-HH TO OE-HH
            MOVE WS-Office-Open-MM TO OE-MM
            MOVE WS-Open-Edit TO SL-Value
            WRITE ShowRunTime FROM WS-Setting-Line
            IF NOT BatchWindowLoaded
                WRITE ShowRunTime FROM WS-Default-Line
            END-IF.

      * Each job's latest night first, then its nights in the 30
      * days before the night reported on, short of its latest.
       BuildJobSummary.
            PERFORM VARYING HistIdx FROM 1 BY 1
                    UNTIL HistIdx > HistoryTableCount
                MOVE HS-Job-Tbl(HistIdx) TO WS-Stamp-Job
                PERFORM FindJobSummary
                IF HS-Date-Tbl(HistIdx) > JS-Latest-Date-Tbl(SumIdx)
                    MOVE HS-Date-Tbl(HistIdx)
                        TO JS-Latest-Date-Tbl(SumIdx)
                    MOVE HS-Elapsed-Tbl(HistIdx)
                        TO JS-Latest-Secs-Tbl(SumIdx)
                END-IF
            END-PERFORM
            PERFORM VARYING HistIdx FROM 1 BY 1
                    UNTIL HistIdx > HistoryTableCount
                MOVE HS-Job-Tbl(HistIdx) TO WS-Stamp-Job
                PERFORM FindJobSummary
                IF HS-Date-Tbl(HistIdx) NOT < WS-Window-From
                   AND HS-Date-Tbl(HistIdx)
                       < JS-Latest-Date-Tbl(SumIdx)
                    ADD 1 TO JS-Runs-Tbl(SumIdx)
                    ADD HS-Elapsed-Tbl(HistIdx)
                        TO JS-Total-Secs-Tbl(SumIdx)
                    IF HS-Elapsed-Tbl(HistIdx)
                       > JS-Max-Secs-Tbl(SumIdx)
                        MOVE HS-Elapsed-Tbl(HistIdx)
                            TO JS-Max-Secs-Tbl(SumIdx)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING SumIdx FROM 1 BY 1
                    UNTIL SumIdx > JobSummaryCount
                PERFORM JudgeOneJob
            END-PERFORM.

       FindJobSummary.
            SET SumIdx TO 1
            SEARCH JobSummaryEntry
                AT END
                    SET SumIdx TO JobSummaryCount
                    SET SumIdx UP BY 1
                    SET JobSummaryCount TO SumIdx
                    MOVE WS-Stamp-Job TO JS-Job-Tbl(SumIdx)
                    MOVE ZERO TO JS-Latest-Date-Tbl(SumIdx)
                    MOVE ZERO TO JS-Latest-Secs-Tbl(SumIdx)
                    MOVE ZERO TO JS-Runs-Tbl(SumIdx)
                    MOVE ZERO TO JS-Total-Secs-Tbl(SumIdx)
                    MOVE ZERO TO JS-Max-Secs-Tbl(SumIdx)
                    MOVE ZERO TO JS-Avg-Secs-Tbl(SumIdx)
                    MOVE ZERO TO JS-Pct-Tbl(SumIdx)
                    MOVE SPACE TO JS-Flag-Tbl(SumIdx)
                WHEN JS-Job-Tbl(SumIdx) = WS-Stamp-Job
                    CONTINUE
            END-SEARCH.

      * Only a job that ran on the night reported on is judged; one
      * that has not run since is listed with its last night. A
      * step that has slowed feeds its growth into the window
      * projection whether or not it passed the threshold.
       JudgeOneJob.
            IF JS-Runs-Tbl(SumIdx) > ZERO
                COMPUTE JS-Avg-Secs-Tbl(SumIdx) ROUNDED
                    = JS-Total-Secs-Tbl(SumIdx) / JS-Runs-Tbl(SumIdx)
            END-IF
            IF JS-Avg-Secs-Tbl(SumIdx) > ZERO
                COMPUTE JS-Pct-Tbl(SumIdx) ROUNDED
                    = JS-Latest-Secs-Tbl(SumIdx) * 100
                      / JS-Avg-Secs-Tbl(SumIdx)
                    ON SIZE ERROR MOVE 9999 TO JS-Pct-Tbl(SumIdx)
                END-COMPUTE
            END-IF
            EVALUATE TRUE
                WHEN JS-Latest-Date-Tbl(SumIdx) < WS-Report-Date
                    SET JobNotLastNight(SumIdx) TO TRUE
                WHEN JS-Runs-Tbl(SumIdx) < WS-Minimum-Runs
                    SET JobTooNew(SumIdx) TO TRUE
                WHEN JS-Pct-Tbl(SumIdx) > WS-Threshold-Pct
                    SET JobOverran(SumIdx) TO TRUE
                    ADD 1 TO WS-Jobs-Overrun
                    PERFORM RaiseJobOverrun
                WHEN OTHER
                    SET JobOnPace(SumIdx) TO TRUE
            END-EVALUATE
            IF JS-Latest-Date-Tbl(SumIdx) = WS-Report-Date
               AND JS-Runs-Tbl(SumIdx) NOT < WS-Minimum-Runs
               AND JS-Latest-Secs-Tbl(SumIdx) > JS-Avg-Secs-Tbl(SumIdx)
                COMPUTE WS-Growth-Secs = WS-Growth-Secs
                    + JS-Latest-Secs-Tbl(SumIdx)
                    - JS-Avg-Secs-Tbl(SumIdx)
            END-IF.

       RaiseJobOverrun.
            MOVE JS-Job-Tbl(SumIdx) TO WS-Exc-Key
            MOVE JS-Pct-Tbl(SumIdx) TO WS-Pct-Edit
            MOVE SPACES TO WS-Exc-Reason
            STRING WS-Report-Date " RAN " WS-Pct-Edit
                "% OF 30-DAY AVERAGE" DELIMITED BY SIZE
                INTO WS-Exc-Reason
            PERFORM RaiseException.

       PrintJobLines.
            WRITE ShowRunTime FROM WS-Column-Heading-Line
            PERFORM VARYING SumIdx FROM 1 BY 1
                    UNTIL SumIdx > JobSummaryCount
                MOVE JS-Job-Tbl(SumIdx) TO DL-Job
                MOVE JS-Latest-Date-Tbl(SumIdx) TO DL-Date
                MOVE JS-Latest-Secs-Tbl(SumIdx) TO WS-Seconds
                PERFORM SecondsToClock
                MOVE WS-Clock-Display TO DL-Elapsed
                MOVE JS-Runs-Tbl(SumIdx) TO DL-Runs
                IF JS-Runs-Tbl(SumIdx) > ZERO
                    MOVE JS-Avg-Secs-Tbl(SumIdx) TO WS-Seconds
                    PERFORM SecondsToClock
                    MOVE WS-Clock-Display TO DL-Average
                    MOVE JS-Max-Secs-Tbl(SumIdx) TO WS-Seconds
                    PERFORM SecondsToClock
                    MOVE WS-Clock-Display TO DL-Maximum
                    MOVE JS-Pct-Tbl(SumIdx) TO DL-Pct
                    MOVE "%" TO DL-Pct-Sign
                ELSE
                    MOVE SPACES TO DL-Average
                    MOVE SPACES TO DL-Maximum
                    MOVE ZERO TO DL-Pct
                    MOVE SPACE TO DL-Pct-Sign
                END-IF
                EVALUATE TRUE
                    WHEN JobOverran(SumIdx)
                        MOVE "*** OVERRUN" TO DL-Flag
                    WHEN JobTooNew(SumIdx)
                        MOVE "TOO FEW RUNS" TO DL-Flag
                    WHEN JobNotLastNight(SumIdx)
                        MOVE "NOT LAST NIGHT" TO DL-Flag
                    WHEN OTHER
                        MOVE SPACES TO DL-Flag
                END-EVALUATE
                WRITE ShowRunTime FROM WS-Detail-Line
            END-PERFORM.

      * The window runs from the first step's start on the night
      * reported on to its last step's finish. The projection adds
      * to that the growth of every step that ran past its normal
      * time - a step slowing by so much a night is taken to slow
      * by as much again - and sets it against the office opening,
      * counted forward from the chain's start so a chain starting
      * before midnight meets the next morning's opening.
       ProjectBatchWindow.
            MOVE "N" TO WS-Chain-Start-Switch
            MOVE ZERO TO WS-Window-End-Rel
            PERFORM VARYING HistIdx FROM 1 BY 1
                    UNTIL HistIdx > HistoryTableCount
                IF HS-Date-Tbl(HistIdx) = WS-Report-Date
                    IF NOT ChainStartFound
                        MOVE HS-Start-Tbl(HistIdx) TO WS-Clock-Time
                        PERFORM TimeToSeconds
                        MOVE WS-Seconds TO WS-Chain-Start-Secs
                        SET ChainStartFound TO TRUE
                    END-IF
                    MOVE HS-End-Tbl(HistIdx) TO WS-Clock-Time
                    PERFORM TimeToSeconds
                    PERFORM SecondsFromChainStart
                    IF WS-Rel-Secs > WS-Window-End-Rel
                        MOVE WS-Rel-Secs TO WS-Window-End-Rel
                    END-IF
                END-IF
            END-PERFORM
            COMPUTE WS-Projected-Rel = WS-Window-End-Rel
                + WS-Growth-Secs
            COMPUTE WS-Seconds = WS-Office-Open-HH * 3600
                + WS-Office-Open-MM * 60
            PERFORM SecondsFromChainStart
            IF WS-Rel-Secs = ZERO
                MOVE 86400 TO WS-Rel-Secs
            END-IF
            MOVE WS-Rel-Secs TO WS-Open-Rel
            MOVE WS-Office-Open-HH TO OE-HH
            MOVE WS-Office-Open-MM TO OE-MM
            EVALUATE TRUE
                WHEN WS-Window-End-Rel > WS-Open-Rel
                    SET WindowFinishedLate TO TRUE
                    COMPUTE WS-Seconds = WS-Chain-Start-Secs
                        + WS-Window-End-Rel
                    PERFORM SecondsToClockOfDay
                    MOVE SPACES TO WS-Exc-Reason
                    STRING WS-Report-Date " ENDED "
                        WS-Clock-Display " OPENS " WS-Open-Edit
                        DELIMITED BY SIZE INTO WS-Exc-Reason
                    MOVE "WINDOW" TO WS-Exc-Key
                    PERFORM RaiseException
                WHEN WS-Projected-Rel > WS-Open-Rel
                    SET WindowProjectedLate TO TRUE
                    COMPUTE WS-Seconds = WS-Chain-Start-Secs
                        + WS-Projected-Rel
                    PERFORM SecondsToClockOfDay
                    MOVE SPACES TO WS-Exc-Reason
                    STRING WS-Report-Date " PROJ END "
                        WS-Clock-Display " OPENS " WS-Open-Edit
                        DELIMITED BY SIZE INTO WS-Exc-Reason
                    MOVE "WINDOW" TO WS-Exc-Key
                    PERFORM RaiseException
                WHEN OTHER
                    SET WindowInTime TO TRUE
                    COMPUTE WS-Margin-Secs = WS-Open-Rel
                        - WS-Projected-Rel
            END-EVALUATE.

       PrintBatchWindow.
            WRITE ShowRunTime FROM WS-Blank-Line
            WRITE ShowRunTime FROM WS-Window-Heading-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  CHAIN STARTED" TO SL-Label
            MOVE WS-Chain-Start-Secs TO WS-Seconds
            PERFORM SecondsToClockOfDay
            MOVE WS-Clock-Display TO SL-Value
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  CHAIN FINISHED" TO SL-Label
            COMPUTE WS-Seconds = WS-Chain-Start-Secs
                + WS-Window-End-Rel
            PERFORM SecondsToClockOfDay
            MOVE WS-Clock-Display TO SL-Value
            IF WindowFinishedLate
                MOVE "*** AFTER THE OFFICE OPENED" TO SL-Note
            END-IF
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  WINDOW ELAPSED" TO SL-Label
            MOVE WS-Window-End-Rel TO WS-Seconds
            PERFORM SecondsToClock
            MOVE WS-Clock-Display TO SL-Value
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  GROWTH OF SLOWER STEPS" TO SL-Label
            MOVE WS-Growth-Secs TO WS-Seconds
            PERFORM SecondsToClock
            MOVE WS-Clock-Display TO SL-Value
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  PROJECTED FINISH" TO SL-Label
            COMPUTE WS-Seconds = WS-Chain-Start-Secs
                + WS-Projected-Rel
            PERFORM SecondsToClockOfDay
            MOVE WS-Clock-Display TO SL-Value
            IF WindowProjectedLate
                MOVE "*** PAST THE OFFICE OPENING" TO SL-Note
            END-IF
            WRITE ShowRunTime FROM WS-Setting-Line
            MOVE SPACES TO WS-Setting-Line
            MOVE "  OFFICE OPENS" TO SL-Label
            MOVE WS-Open-Edit TO SL-Value
            WRITE ShowRunTime FROM WS-Setting-Line
            IF WindowInTime
                MOVE SPACES TO WS-Setting-Line
                MOVE "  MARGIN TO OPENING" TO SL-Label
                MOVE WS-Margin-Secs TO WS-Seconds
                PERFORM SecondsToClock
                MOVE WS-Clock-Display TO SL-Value
                WRITE ShowRunTime FROM WS-Setting-Line
            END-IF.

      * EXCEPTS.DAT only when the same key and reason is not still
      * open from an earlier run.
       RaiseException.
            MOVE "N" TO WS-Found-Switch
            SET OpenExcIdx TO 1
            SEARCH OpenExcEntry
                AT END CONTINUE
                WHEN OX-Key-Tbl(OpenExcIdx) = WS-Exc-Key
                     AND OX-Reason-Tbl(OpenExcIdx) = WS-Exc-Reason
                    SET EntryFound TO TRUE
            END-SEARCH
            IF EntryFound
                ADD 1 TO WS-Exceptions-Open
            ELSE
                PERFORM WriteCommonException
            END-IF.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            IF WS-Except-Status = "35"
                OPEN OUTPUT CommonExceptFile
            END-IF
            MOVE "RUNTIMHIST" TO EXC-Program
            MOVE WS-Exc-Key TO EXC-Key
            MOVE WS-Exc-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile
            ADD 1 TO WS-Exceptions-Raised.

      * WS-Seconds as a clock time, counted on from the chain's
      * start and taken round midnight.
       SecondsFromChainStart.
            IF WS-Seconds < WS-Chain-Start-Secs
                COMPUTE WS-Rel-Secs = WS-Seconds + 86400
                    - WS-Chain-Start-Secs
            ELSE
                COMPUTE WS-Rel-Secs = WS-Seconds
                    - WS-Chain-Start-Secs
            END-IF.

       TimeToSeconds.
            COMPUTE WS-Seconds = WS-Clock-HH * 3600
                + WS-Clock-MM * 60 + WS-Clock-SS.

       SecondsToClockOfDay.
            PERFORM UNTIL WS-Seconds < 86400
                SUBTRACT 86400 FROM WS-Seconds
            END-PERFORM
            PERFORM SecondsToClock.

       SecondsToClock.
            DIVIDE WS-Seconds BY 3600
                GIVING CD-HH REMAINDER WS-Seconds-Rest
            DIVIDE WS-Seconds-Rest BY 60
                GIVING CD-MM REMAINDER CD-SS.

       StepBackOneDay.
            IF WS-Cal-DD > 1
                SUBTRACT 1 FROM WS-Cal-DD
            ELSE
                IF WS-Cal-MM > 1
                    SUBTRACT 1 FROM WS-Cal-MM
                ELSE
                    MOVE 12 TO WS-Cal-MM
                    SUBTRACT 1 FROM WS-Cal-YYYY
                END-IF
                PERFORM FindMonthLength
                MOVE WS-Cal-Month-Length TO WS-Cal-DD
            END-IF.

       FindMonthLength.
            MOVE CalMonthDays(WS-Cal-MM) TO WS-Cal-Month-Length
            IF WS-Cal-MM = 2
                DIVIDE WS-Cal-YYYY BY 4
                    GIVING WS-Cal-Year-Quot REMAINDER WS-Cal-Year-Rem
                IF WS-Cal-Year-Rem = ZERO
                    MOVE 29 TO WS-Cal-Month-Length
                    DIVIDE WS-Cal-YYYY BY 100
                        GIVING WS-Cal-Year-Quot
                        REMAINDER WS-Cal-Year-Rem
                    IF WS-Cal-Year-Rem = ZERO
                        MOVE 28 TO WS-Cal-Month-Length
                        DIVIDE WS-Cal-YYYY BY 400
                            GIVING WS-Cal-Year-Quot
                            REMAINDER WS-Cal-Year-Rem
                        IF WS-Cal-Year-Rem = ZERO
                            MOVE 29 TO WS-Cal-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF.

       END PROGRAM RunTimeHist.
