      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayArrears.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The backdated pay awards EmpMaint leaves behind.
           SELECT RateChangeFile ASSIGN "RATECHG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RateChg-Status.

           SELECT EmployeeMasterFile ASSIGN "EMPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EmpMast-Status.

      * Every payroll run's detail records, sorted into employee and
      * pay date order for the rework.
           SELECT PayHistFile ASSIGN "PAYDHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PayHist-Status.

           SELECT HistSortFile ASSIGN "SORTARR.WRK".

           SELECT SortedHistFile ASSIGN "ARRSRT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ArrearsFile ASSIGN "ARREARS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Arrears-Status.

           SELECT ScheduleFile ASSIGN "ARREARS.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RateChangeFile.
           COPY RATECHG.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  PayHistFile.
       01  PayHistRecord            PIC X(110).

      * Laid out as PAYDETL.CPY so the sort keys fall on the id and
      * the pay date.
       SD  HistSortFile.
       01  HistSortRecord.
           02 SH-Emp-Id             PIC 9(5).
           02 FILLER                PIC X(60).
           02 SH-Pay-Date           PIC 9(8).
           02 FILLER                PIC X(37).

       FD  SortedHistFile.
           COPY PAYDETL.

       FD  ArrearsFile.
           COPY ARREARS.

       FD  ScheduleFile.
       01  ShowSchedule             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RateChg-Status        PIC XX      VALUE SPACES.
       01  WS-EmpMast-Status        PIC XX      VALUE SPACES.
       01  WS-PayHist-Status        PIC XX      VALUE SPACES.
       01  WS-Arrears-Status        PIC XX      VALUE SPACES.

       01  WS-RateChg-EOF-Switch    PIC X       VALUE "N".
           88 EndOfRateChgFile                  VALUE "Y".
       01  WS-EmpMast-EOF-Switch    PIC X       VALUE "N".
           88 EndOfEmpMastFile                  VALUE "Y".
       01  WS-Sorted-EOF-Switch     PIC X       VALUE "N".
           88 EndOfSortedFile                   VALUE "Y".
       01  WS-Arrears-EOF-Switch    PIC X       VALUE "N".
           88 EndOfArrearsFile                  VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.

      * The same banded table AddCashPayroll taxes with - a past
      * period is reworked by the rules it was paid under.
       01  TaxBandValues.
           02  FILLER      PIC 9(6)V99 VALUE 000800.00.
           02  FILLER      PIC 9V999   VALUE 0.200.
           02  FILLER      PIC 9(6)V99 VALUE 999999.99.
           02  FILLER      PIC 9V999   VALUE 0.400.
       01  TaxBandTable REDEFINES TaxBandValues.
           02  TaxBandEntry OCCURS 2 TIMES.
               03 TaxBandCeiling  PIC 9(6)V99.
               03 TaxBandRate     PIC 9V999.

      * Every award on file, pending or done - a period is due the
      * rate of the latest award in force on its pay date.
       01  AwardTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  AwardTable.
           02 AwardEntry            OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON AwardTableCount
                                     INDEXED BY AwardIdx.
               03 AW-Record-Tbl     PIC X(55).
               03 AW-Fields-Tbl REDEFINES AW-Record-Tbl.
                   04 AW-Emp-Id     PIC 9(5).
                   04 FILLER        PIC X.
                   04 AW-Old-Rate   PIC 9(3)V99.
                   04 FILLER        PIC X.
                   04 AW-New-Rate   PIC 9(3)V99.
                   04 FILLER        PIC X.
                   04 AW-Effective  PIC 9(8).
                   04 FILLER        PIC X.
                   04 AW-Keyed      PIC 9(8).
                   04 FILLER        PIC X.
                   04 AW-Operator   PIC X(8).
                   04 FILLER        PIC X.
                   04 AW-Status     PIC X.
                   04 FILLER        PIC X.
                   04 AW-Done-Date  PIC 9(8).
               03 AW-Periods-Tbl    PIC 9(4)    COMP.
       01  WS-Awards-Pending        PIC 9(5)    VALUE ZERO.

      * The employee master for the tax rules and the overtime rule
      * the hours are split by.
       01  EmpMastTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  EmpMastTable.
           02 EmpMastEntry          OCCURS 1 TO 500 TIMES
                                     DEPENDING ON EmpMastTableCount
                                     INDEXED BY EmpIdx.
               03 EM-Id-Tbl         PIC 9(5).
               03 EM-Ceiling-Tbl    PIC 9(6)V99.
               03 EM-Credit-Tbl     PIC 9(5)V99.
               03 EM-OTThresh-Tbl   PIC 9(3).
               03 EM-OTMult-Tbl     PIC 9V99.
       01  WS-Emp-Sub               PIC 9(4)    COMP VALUE ZERO.

      * ARREARS.DAT as it stands plus this run's rows - what each
      * period has already been made up to.
       01  ArrTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  ArrTable.
           02 ArrEntry              OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON ArrTableCount
                                     INDEXED BY ArrIdx.
               03 AR-Record-Tbl     PIC X(70).
               03 AR-Fields-Tbl REDEFINES AR-Record-Tbl.
                   04 AR-Emp-Id     PIC 9(5).
                   04 FILLER        PIC X.
                   04 AR-Pay-Date   PIC 9(8).
                   04 FILLER        PIC X(13).
                   04 AR-New-Rate   PIC 9(3)V99.
                   04 FILLER        PIC X.
                   04 AR-Gross      PIC 9(6)V99.
                   04 FILLER        PIC X.
                   04 AR-Tax        PIC 9(6)V99.
                   04 FILLER        PIC X(20).

      * The employee the sorted history is on, and the earliest
      * pending award date that opens their periods for rework.
       01  WS-Current-Emp           PIC 9(5)    VALUE ZERO.
       01  WS-Earliest-Pending      PIC 9(8)    VALUE ZERO.
       01  WS-Emp-Arrears-Gross     PIC 9(7)V99 VALUE ZERO.
       01  WS-Emp-Arrears-Tax       PIC 9(7)V99 VALUE ZERO.
       01  WS-Emp-Heading-Switch    PIC X       VALUE "N".
           88 EmployeeHeadingDone               VALUE "Y".

       01  WS-Target-Rate           PIC 9(3)V99 VALUE ZERO.
       01  WS-Target-Effective      PIC 9(8)    VALUE ZERO.
       01  WS-Settled-Rate          PIC 9(3)V99 VALUE ZERO.
       01  WS-Prior-Gross           PIC 9(6)V99 VALUE ZERO.
       01  WS-Prior-Tax             PIC 9(6)V99 VALUE ZERO.
       01  WS-Work-Rate             PIC 9(3)V99 VALUE ZERO.
       01  WS-Work-Gross            PIC 9(6)V99 VALUE ZERO.
       01  WS-Gross-At-Target       PIC 9(6)V99 VALUE ZERO.
       01  WS-Gross-At-Settled      PIC 9(6)V99 VALUE ZERO.
       01  WS-Straight-Hours        PIC 9(4)V9  VALUE ZERO.
       01  WS-OT-Hours              PIC 9(4)V9  VALUE ZERO.
       01  WS-Base-Gross            PIC 9(6)V99 VALUE ZERO.
       01  WS-Base-Tax              PIC 9(6)V99 VALUE ZERO.
       01  WS-New-Gross             PIC 9(6)V99 VALUE ZERO.
       01  WS-Extra-Gross           PIC 9(6)V99 VALUE ZERO.
       01  WS-Extra-Tax             PIC 9(6)V99 VALUE ZERO.
       01  WS-Band-Ceiling          PIC 9(6)V99 VALUE ZERO.
       01  WS-Band-Pay              PIC 9(6)V99 VALUE ZERO.
       01  WS-Gross-Tax             PIC 9(6)V99 VALUE ZERO.
       01  WS-Tax                   PIC 9(6)V99 VALUE ZERO.
       01  WS-Tax-Gross             PIC 9(6)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-History-Read       PIC 9(7)    VALUE ZERO.
           02 WS-Periods-Reworked   PIC 9(5)    VALUE ZERO.
           02 WS-Keyed-Gross-Skips  PIC 9(5)    VALUE ZERO.
           02 WS-Rate-Cuts-Skipped  PIC 9(5)    VALUE ZERO.
           02 WS-Employees-Due      PIC 9(5)    VALUE ZERO.
           02 WS-Awards-No-Periods  PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Arrears,
                               MONEY-EDIT  BY WS-Total-Arrears-Edit,
                               MONEY-VALUE BY ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Arrears-Tax,
                               MONEY-EDIT  BY WS-Total-Arr-Tax-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(37)   VALUE
              "BACK-PAY ARREARS SCHEDULE - RUN DATE ".
           02 TTL-Date              PIC 9(8).
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Emp-Head-Line.
           02 FILLER                PIC X(9)    VALUE "EMPLOYEE ".
           02 EHL-Emp-Id            PIC 9(5).
           02 FILLER                PIC X(66)   VALUE SPACES.

       01  WS-Award-Line.
           02 FILLER                PIC X(11)   VALUE "  AWARD OF ".
           02 AWL-Old-Rate          PIC ZZ9.99.
           02 FILLER                PIC X(4)    VALUE " TO ".
           02 AWL-New-Rate          PIC ZZ9.99.
           02 FILLER                PIC X(11)   VALUE " EFFECTIVE ".
           02 AWL-Effective         PIC 9(8).
           02 FILLER                PIC X(7)    VALUE " KEYED ".
           02 AWL-Keyed             PIC 9(8).
           02 FILLER                PIC X(4)    VALUE " BY ".
           02 AWL-Operator          PIC X(8).
           02 FILLER                PIC X(7)    VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "  PAY DATE    HOURS  PAID RATE  NEW RATE  EXTRA GROSS    EXT
      -    "RA TAX".

       01  WS-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Pay-Date           PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Hours              PIC Z,ZZ9.9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-Paid-Rate          PIC ZZ9.99.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-New-Rate           PIC ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Extra-Gross        PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Extra-Tax          PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(17)   VALUE SPACES.

       01  WS-Note-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 NL-Pay-Date           PIC 9(8).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 NL-Text               PIC X(50).
           02 FILLER                PIC X(16)   VALUE SPACES.

       01  WS-Emp-Total-Line.
           02 FILLER                PIC X(38)   VALUE
              "  ARREARS DUE ON THE NEXT PAYROLL RUN".
           02 ETL-Gross             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ETL-Tax               PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(16)   VALUE SPACES.

       01  WS-No-Period-Line.
           02 FILLER                PIC X(9)    VALUE "EMPLOYEE ".
           02 NPL-Emp-Id            PIC 9(5).
           02 FILLER                PIC X(44)   VALUE
              " - NO PAY PERIOD PAID SINCE AWARD EFFECTIVE".
           02 NPL-Effective         PIC 9(8).
           02 FILLER                PIC X(14)   VALUE SPACES.

       01  WS-Grand-Line.
           02 FILLER                PIC X(22)   VALUE
              "TOTAL ARREARS GROSS : ".
           02 GL-Gross              PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(12)   VALUE "   TAX ON : ".
           02 GL-Tax                PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The calculator retired - every pay award EmpMaint recorded
      * with an effective date already past is worked back through
      * each pay period paid since that date. A period paid on a
      * timesheet is reworked at the rate due on its pay date, its
      * overtime at the master's multiplier, and taxed again on the
      * banded table; the extra gross and the extra tax are the
      * period's arrears. Each lands on ARREARS.DAT for the next
      * AddCashPayroll run to pay as its own line, and the schedule
      * shows the workings period by period. A period already made
      * up by an earlier award is only made up the rest of the way.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM LoadAwardTable
            IF WS-Awards-Pending = ZERO
                DISPLAY "PayArrears - NO PENDING PAY AWARD ON "
                    "RATECHG.DAT - NOTHING TO WORK"
                STOP RUN
            END-IF
            PERFORM LoadEmployeeMaster
            PERFORM LoadArrearsTable

            OPEN OUTPUT ScheduleFile
            MOVE WS-Today-Num TO TTL-Date
            MOVE WS-Title-Line TO ShowSchedule
            WRITE ShowSchedule

            OPEN INPUT PayHistFile
            IF WS-PayHist-Status = "00"
                CLOSE PayHistFile
                SORT HistSortFile
                    ON ASCENDING KEY SH-Emp-Id
                       ASCENDING KEY SH-Pay-Date
                    USING PayHistFile
                    GIVING SortedHistFile
                OPEN INPUT SortedHistFile
                READ SortedHistFile
                    AT END SET EndOfSortedFile TO TRUE
                END-READ
                PERFORM ReworkOnePeriod UNTIL EndOfSortedFile
                PERFORM CloseEmployeeSchedule
                CLOSE SortedHistFile
            END-IF

            PERFORM ListAwardsWithNoPeriods
            PERFORM PrintGrandTotals
            CLOSE ScheduleFile

            PERFORM MarkAwardsDone
            PERFORM StoreAwardTable
            PERFORM StoreArrearsTable
            PERFORM DisplayRunTotals
            STOP RUN.

      * A new employee in the sorted history closes off the last
      * one's schedule and finds the earliest pending award that
      * opens this one's periods - zero means nothing to rework.
       ReworkOnePeriod.
            ADD 1 TO WS-History-Read
            IF PD-Emp-Id NOT = WS-Current-Emp
                PERFORM CloseEmployeeSchedule
                MOVE PD-Emp-Id TO WS-Current-Emp
                PERFORM FindEarliestPending
                PERFORM LocateEmployeeMaster
            END-IF
            IF WS-Earliest-Pending > ZERO
               AND PD-Pay-Date NUMERIC
               AND PD-Pay-Date >= WS-Earliest-Pending
                PERFORM ReworkPeriodAtAward
            END-IF
            READ SortedHistFile
                AT END SET EndOfSortedFile TO TRUE
            END-READ.

      * The rate due is the latest award in force on the pay date;
      * the rate settled is what the period was paid at or already
      * made up to. Only a rise is paid - a backdated cut is not
      * clawed back - and a period paid on a keyed gross has no
      * hours to rework, so it is noted and left.
       ReworkPeriodAtAward.
            PERFORM FindTargetRate
            IF WS-Target-Effective > ZERO
                PERFORM FindSettledRate
                PERFORM CountAwardPeriods
                EVALUATE TRUE
                    WHEN WS-Target-Rate < WS-Settled-Rate
                        ADD 1 TO WS-Rate-Cuts-Skipped
                    WHEN WS-Target-Rate = WS-Settled-Rate
                        CONTINUE
                    WHEN PD-Hours NOT NUMERIC
                      OR PD-Hours = ZERO
                        PERFORM PrintEmployeeHeading
                        MOVE PD-Pay-Date TO NL-Pay-Date
                        MOVE "PAID ON A KEYED GROSS - NOT REWORKED"
                            TO NL-Text
                        MOVE WS-Note-Line TO ShowSchedule
                        WRITE ShowSchedule
                        ADD 1 TO WS-Keyed-Gross-Skips
                    WHEN OTHER
                        PERFORM WorkPeriodArrears
                END-EVALUATE
            END-IF.

       WorkPeriodArrears.
            PERFORM PrintEmployeeHeading
            MOVE WS-Target-Rate TO WS-Work-Rate
            PERFORM GrossAtWorkRate
            MOVE WS-Work-Gross TO WS-Gross-At-Target
            MOVE WS-Settled-Rate TO WS-Work-Rate
            PERFORM GrossAtWorkRate
            MOVE WS-Work-Gross TO WS-Gross-At-Settled
            COMPUTE WS-Extra-Gross =
                WS-Gross-At-Target - WS-Gross-At-Settled
            COMPUTE WS-Base-Gross = PD-Gross + WS-Prior-Gross
            COMPUTE WS-Base-Tax   = PD-Tax + WS-Prior-Tax
            COMPUTE WS-New-Gross  = WS-Base-Gross + WS-Extra-Gross
            MOVE WS-New-Gross TO WS-Tax-Gross
            PERFORM ComputeBandedTax
            IF WS-Tax > WS-Base-Tax
                COMPUTE WS-Extra-Tax = WS-Tax - WS-Base-Tax
            ELSE
                MOVE ZERO TO WS-Extra-Tax
            END-IF
            SET ArrIdx TO ArrTableCount
            SET ArrIdx UP BY 1
            SET ArrTableCount TO ArrIdx
            MOVE SPACES           TO ArrearsRecord
            MOVE PD-Emp-Id        TO ARR-Emp-Id
            MOVE PD-Pay-Date      TO ARR-Pay-Date
            MOVE PD-Hours         TO ARR-Hours
            MOVE WS-Settled-Rate  TO ARR-Paid-Rate
            MOVE WS-Target-Rate   TO ARR-New-Rate
            MOVE WS-Extra-Gross   TO ARR-Gross
            MOVE WS-Extra-Tax     TO ARR-Tax
            MOVE WS-Today-Num     TO ARR-Calc-Date
            SET ArrearsPending    TO TRUE
            MOVE ZERO             TO ARR-Paid-Date
            MOVE ArrearsRecord    TO AR-Record-Tbl(ArrIdx)
            MOVE PD-Pay-Date      TO DL-Pay-Date
            MOVE PD-Hours         TO DL-Hours
            MOVE WS-Settled-Rate  TO DL-Paid-Rate
            MOVE WS-Target-Rate   TO DL-New-Rate
            MOVE WS-Extra-Gross   TO DL-Extra-Gross
            MOVE WS-Extra-Tax     TO DL-Extra-Tax
            MOVE WS-Detail-Line TO ShowSchedule
            WRITE ShowSchedule
            ADD WS-Extra-Gross TO WS-Emp-Arrears-Gross
            ADD WS-Extra-Tax   TO WS-Emp-Arrears-Tax
            ADD WS-Extra-Gross TO WS-Total-Arrears
            ADD WS-Extra-Tax   TO WS-Total-Arrears-Tax
            ADD 1 TO WS-Periods-Reworked.

      * The period's timesheet hours at the work rate, the hours past
      * the master's overtime threshold at its multiplier - the
      * split AddCashPayroll pays by.
       GrossAtWorkRate.
            IF WS-Emp-Sub > ZERO
               AND EM-OTThresh-Tbl(WS-Emp-Sub) > ZERO
               AND PD-Hours > EM-OTThresh-Tbl(WS-Emp-Sub)
                MOVE EM-OTThresh-Tbl(WS-Emp-Sub) TO WS-Straight-Hours
                COMPUTE WS-OT-Hours =
                    PD-Hours - EM-OTThresh-Tbl(WS-Emp-Sub)
                COMPUTE WS-Work-Gross ROUNDED =
                    (WS-Straight-Hours * WS-Work-Rate)
                    + (WS-OT-Hours * WS-Work-Rate
                       * EM-OTMult-Tbl(WS-Emp-Sub))
            ELSE
                COMPUTE WS-Work-Gross ROUNDED =
                    PD-Hours * WS-Work-Rate
            END-IF.

      * The same banded tax AddCashPayroll works - the employee's
      * own ceiling or the table's default, the credit off the
      * total, never below zero.
       ComputeBandedTax.
            IF WS-Emp-Sub > ZERO
               AND EM-Ceiling-Tbl(WS-Emp-Sub) > ZERO
                MOVE EM-Ceiling-Tbl(WS-Emp-Sub) TO WS-Band-Ceiling
            ELSE
                MOVE TaxBandCeiling(1) TO WS-Band-Ceiling
            END-IF
            IF WS-Tax-Gross > WS-Band-Ceiling
                MOVE WS-Band-Ceiling TO WS-Band-Pay
            ELSE
                MOVE WS-Tax-Gross TO WS-Band-Pay
            END-IF
            COMPUTE WS-Gross-Tax ROUNDED =
                WS-Band-Pay * TaxBandRate(1)
            IF WS-Tax-Gross > WS-Band-Ceiling
                COMPUTE WS-Gross-Tax ROUNDED = WS-Gross-Tax
                    + ((WS-Tax-Gross - WS-Band-Ceiling)
                       * TaxBandRate(2))
            END-IF
            IF WS-Emp-Sub > ZERO
                IF WS-Gross-Tax > EM-Credit-Tbl(WS-Emp-Sub)
                    COMPUTE WS-Tax = WS-Gross-Tax
                        - EM-Credit-Tbl(WS-Emp-Sub)
                ELSE
                    MOVE ZERO TO WS-Tax
                END-IF
            ELSE
                MOVE WS-Gross-Tax TO WS-Tax
            END-IF.

       FindEarliestPending.
            MOVE ZERO TO WS-Earliest-Pending
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                IF AW-Emp-Id(AwardIdx) = WS-Current-Emp
                   AND AW-Status(AwardIdx) = "P"
                    IF WS-Earliest-Pending = ZERO
                       OR AW-Effective(AwardIdx) < WS-Earliest-Pending
                        MOVE AW-Effective(AwardIdx)
                            TO WS-Earliest-Pending
                    END-IF
                END-IF
            END-PERFORM.

      * Latest effective date on or before the pay date wins; on the
      * same date the award keyed later stands.
       FindTargetRate.
            MOVE ZERO TO WS-Target-Effective
            MOVE ZERO TO WS-Target-Rate
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                IF AW-Emp-Id(AwardIdx) = PD-Emp-Id
                   AND AW-Effective(AwardIdx) <= PD-Pay-Date
                   AND AW-Effective(AwardIdx) >= WS-Target-Effective
                    MOVE AW-Effective(AwardIdx) TO WS-Target-Effective
                    MOVE AW-New-Rate(AwardIdx)  TO WS-Target-Rate
                END-IF
            END-PERFORM.

      * What the period was paid at, raised to any rate an earlier
      * arrears row already made it up to, and the gross and tax
      * those rows added.
       FindSettledRate.
            IF PD-Rate NUMERIC
                MOVE PD-Rate TO WS-Settled-Rate
            ELSE
                MOVE ZERO TO WS-Settled-Rate
            END-IF
            MOVE ZERO TO WS-Prior-Gross
            MOVE ZERO TO WS-Prior-Tax
            PERFORM VARYING ArrIdx FROM 1 BY 1
                    UNTIL ArrIdx > ArrTableCount
                IF AR-Emp-Id(ArrIdx) = PD-Emp-Id
                   AND AR-Pay-Date(ArrIdx) = PD-Pay-Date
                    IF AR-New-Rate(ArrIdx) > WS-Settled-Rate
                        MOVE AR-New-Rate(ArrIdx) TO WS-Settled-Rate
                    END-IF
                    ADD AR-Gross(ArrIdx) TO WS-Prior-Gross
                    ADD AR-Tax(ArrIdx)   TO WS-Prior-Tax
                END-IF
            END-PERFORM.

       CountAwardPeriods.
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                IF AW-Emp-Id(AwardIdx) = PD-Emp-Id
                   AND AW-Status(AwardIdx) = "P"
                   AND AW-Effective(AwardIdx) <= PD-Pay-Date
                    ADD 1 TO AW-Periods-Tbl(AwardIdx)
                END-IF
            END-PERFORM.

      * The employee's heading and the pending awards behind the
      * rework print once, ahead of the first period listed.
       PrintEmployeeHeading.
            IF NOT EmployeeHeadingDone
                MOVE WS-Blank-Line TO ShowSchedule
                WRITE ShowSchedule
                MOVE PD-Emp-Id TO EHL-Emp-Id
                MOVE WS-Emp-Head-Line TO ShowSchedule
                WRITE ShowSchedule
                PERFORM VARYING AwardIdx FROM 1 BY 1
                        UNTIL AwardIdx > AwardTableCount
                    IF AW-Emp-Id(AwardIdx) = PD-Emp-Id
                       AND AW-Status(AwardIdx) = "P"
                        MOVE AW-Old-Rate(AwardIdx)  TO AWL-Old-Rate
                        MOVE AW-New-Rate(AwardIdx)  TO AWL-New-Rate
                        MOVE AW-Effective(AwardIdx) TO AWL-Effective
                        MOVE AW-Keyed(AwardIdx)     TO AWL-Keyed
                        MOVE AW-Operator(AwardIdx)  TO AWL-Operator
                        MOVE WS-Award-Line TO ShowSchedule
                        WRITE ShowSchedule
                    END-IF
                END-PERFORM
                MOVE WS-Column-Line TO ShowSchedule
                WRITE ShowSchedule
                SET EmployeeHeadingDone TO TRUE
                ADD 1 TO WS-Employees-Due
            END-IF.

       CloseEmployeeSchedule.
            IF EmployeeHeadingDone
                MOVE WS-Emp-Arrears-Gross TO ETL-Gross
                MOVE WS-Emp-Arrears-Tax   TO ETL-Tax
                MOVE WS-Emp-Total-Line TO ShowSchedule
                WRITE ShowSchedule
            END-IF
            MOVE "N" TO WS-Emp-Heading-Switch
            MOVE ZERO TO WS-Emp-Arrears-Gross
            MOVE ZERO TO WS-Emp-Arrears-Tax.

      * An award dated after the last pay period run has nothing to
      * work - the next payroll pays the new rate anyway - but it
      * is listed so nobody goes looking for missing arrears.
       ListAwardsWithNoPeriods.
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                IF AW-Status(AwardIdx) = "P"
                   AND AW-Periods-Tbl(AwardIdx) = ZERO
                    IF WS-Awards-No-Periods = ZERO
                        MOVE WS-Blank-Line TO ShowSchedule
                        WRITE ShowSchedule
                    END-IF
                    MOVE AW-Emp-Id(AwardIdx)    TO NPL-Emp-Id
                    MOVE AW-Effective(AwardIdx) TO NPL-Effective
                    MOVE WS-No-Period-Line TO ShowSchedule
                    WRITE ShowSchedule
                    ADD 1 TO WS-Awards-No-Periods
                END-IF
            END-PERFORM.

       PrintGrandTotals.
            MOVE WS-Blank-Line TO ShowSchedule
            WRITE ShowSchedule
            MOVE WS-Total-Arrears     TO GL-Gross
            MOVE WS-Total-Arrears-Tax TO GL-Tax
            MOVE WS-Grand-Line TO ShowSchedule
            WRITE ShowSchedule.

       MarkAwardsDone.
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                IF AW-Status(AwardIdx) = "P"
                    MOVE "D" TO AW-Status(AwardIdx)
                    MOVE WS-Today-Num TO AW-Done-Date(AwardIdx)
                END-IF
            END-PERFORM.

       LocateEmployeeMaster.
            MOVE ZERO TO WS-Emp-Sub
            IF EmpMastTableCount > ZERO
                SET EmpIdx TO 1
                SEARCH EmpMastEntry
                   AT END MOVE ZERO TO WS-Emp-Sub
                   WHEN EM-Id-Tbl(EmpIdx) = WS-Current-Emp
                        SET WS-Emp-Sub TO EmpIdx
                END-SEARCH
            END-IF.

      * No RATECHG.DAT (a "35" status) means no award was ever
      * backdated.
       LoadAwardTable.
            OPEN INPUT RateChangeFile
            IF WS-RateChg-Status NOT = "00"
                SET EndOfRateChgFile TO TRUE
            ELSE
                READ RateChangeFile
                    AT END SET EndOfRateChgFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRateChgFile
                SET AwardIdx TO AwardTableCount
                SET AwardIdx UP BY 1
                SET AwardTableCount TO AwardIdx
                MOVE RateChangeRecord TO AW-Record-Tbl(AwardIdx)
                MOVE ZERO TO AW-Periods-Tbl(AwardIdx)
                IF AwardPending
                    ADD 1 TO WS-Awards-Pending
                END-IF
                READ RateChangeFile
                    AT END SET EndOfRateChgFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-RateChg-Status NOT = "35"
                CLOSE RateChangeFile
            END-IF.

       StoreAwardTable.
            OPEN OUTPUT RateChangeFile
            PERFORM VARYING AwardIdx FROM 1 BY 1
                    UNTIL AwardIdx > AwardTableCount
                MOVE AW-Record-Tbl(AwardIdx) TO RateChangeRecord
                WRITE RateChangeRecord
            END-PERFORM
            CLOSE RateChangeFile.

      * No EMPMAST.DAT (a "35" status) - periods rework on the
      * default ceiling with no credit and no overtime rule.
       LoadEmployeeMaster.
            OPEN INPUT EmployeeMasterFile
            IF WS-EmpMast-Status NOT = "00"
                SET EndOfEmpMastFile TO TRUE
            ELSE
                READ EmployeeMasterFile
                    AT END SET EndOfEmpMastFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfEmpMastFile
                SET EmpIdx TO EmpMastTableCount
                SET EmpIdx UP BY 1
                SET EmpMastTableCount TO EmpIdx
                MOVE EM-Id           TO EM-Id-Tbl(EmpIdx)
                MOVE EM-Band-Ceiling TO EM-Ceiling-Tbl(EmpIdx)
                MOVE EM-Tax-Credit   TO EM-Credit-Tbl(EmpIdx)
                IF EM-OT-Threshold NUMERIC
                    MOVE EM-OT-Threshold TO EM-OTThresh-Tbl(EmpIdx)
                ELSE
                    MOVE ZERO TO EM-OTThresh-Tbl(EmpIdx)
                END-IF
                IF EM-OT-Mult NUMERIC
                    MOVE EM-OT-Mult TO EM-OTMult-Tbl(EmpIdx)
                ELSE
                    MOVE ZERO TO EM-OTMult-Tbl(EmpIdx)
                END-IF
                READ EmployeeMasterFile
                    AT END SET EndOfEmpMastFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-EmpMast-Status NOT = "35"
                CLOSE EmployeeMasterFile
            END-IF.

      * No ARREARS.DAT (a "35" status) - no period has been made up
      * before.
       LoadArrearsTable.
            OPEN INPUT ArrearsFile
            IF WS-Arrears-Status NOT = "00"
                SET EndOfArrearsFile TO TRUE
            ELSE
                READ ArrearsFile
                    AT END SET EndOfArrearsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfArrearsFile
                SET ArrIdx TO ArrTableCount
                SET ArrIdx UP BY 1
                SET ArrTableCount TO ArrIdx
                MOVE ArrearsRecord TO AR-Record-Tbl(ArrIdx)
                READ ArrearsFile
                    AT END SET EndOfArrearsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Arrears-Status NOT = "35"
                CLOSE ArrearsFile
            END-IF.

       StoreArrearsTable.
            OPEN OUTPUT ArrearsFile
            PERFORM VARYING ArrIdx FROM 1 BY 1
                    UNTIL ArrIdx > ArrTableCount
                MOVE AR-Record-Tbl(ArrIdx) TO ArrearsRecord
                WRITE ArrearsRecord
            END-PERFORM
            CLOSE ArrearsFile.

       DisplayRunTotals.
            MOVE WS-Total-Arrears     TO WS-Total-Arrears-Edit
            MOVE WS-Total-Arrears-Tax TO WS-Total-Arr-Tax-Edit
            DISPLAY "PayArrears - Control Report"
            DISPLAY "Pending awards worked : " WS-Awards-Pending
            DISPLAY "History records read  : " WS-History-Read
            DISPLAY "Employees scheduled   : " WS-Employees-Due
            DISPLAY "Periods reworked      : " WS-Periods-Reworked
            DISPLAY "Keyed-gross periods   : " WS-Keyed-Gross-Skips
            DISPLAY "Backdated cuts skipped: " WS-Rate-Cuts-Skipped
            DISPLAY "Awards with no period : " WS-Awards-No-Periods
            DISPLAY "Arrears gross due     : " WS-Total-Arrears-Edit
            DISPLAY "Tax on arrears        : " WS-Total-Arr-Tax-Edit.

       END PROGRAM PayArrears.
