           SELECT PayDetailFile ASSIGN TO "PAYDETL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Every run's detail records kept in date order - the arrears
      * run reworks past periods from them.
           SELECT PayHistFile ASSIGN TO "PAYDHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PayHist-Status.

      * Back pay worked by PayArrears, paid on the next run.
           SELECT ArrearsFile ASSIGN TO "ARREARS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Arrears-Status.

      * Pay records arriving after an employee's finish date land
      * here instead of paying a ghost.
           SELECT ExceptionFile ASSIGN TO "EMPPAYEX.RPT"
           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The period's absences keyed beside the timesheets, the leave
      * policy they are paid by, and the running leave balance per
      * employee the run keeps the way it keeps PAYYTD.DAT.
           SELECT AbsenceFile ASSIGN "ABSENCE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

           SELECT LeavePolicyFile ASSIGN "LEAVEPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeavePol-Status.

           SELECT LeaveBalFile ASSIGN "LEAVEBAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeaveBal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeFile.
       FD  PayDetailFile.
           COPY PAYDETL.

       FD  PayHistFile.
       01  PayHistRecord           PIC X(110).

       FD  ArrearsFile.
           COPY ARREARS.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-EmpId         PIC 9(5).
       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  AbsenceFile.
           COPY EMPABS.

       FD  LeavePolicyFile.
           COPY LEAVEPOL.

       FD  LeaveBalFile.
           COPY LEAVEBAL.

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
               03 EM-OTThresh-Tbl  PIC 9(3).
               03 EM-OTMult-Tbl    PIC 9V99.
               03 EM-Finish-Tbl    PIC 9(8).
               03 EM-Leave-Tbl     PIC 9(3)V9.
       01  WS-Emp-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-No-Master-Count      PIC 9(5)    VALUE ZERO.

       01  WS-Gross-From-Hours     PIC 9(5)    VALUE ZERO.
       01  WS-Gross-Keyed          PIC 9(5)    VALUE ZERO.
       01  WS-Leavers-Blocked      PIC 9(5)    VALUE ZERO.
       01  WS-Gross-Basis-Switch   PIC X       VALUE "K".
           88 GrossFromTimesheet               VALUE "T".
           88 GrossFromKeyedPay                VALUE "K".

       01  WS-Absence-Status       PIC XX      VALUE SPACES.
       01  WS-Absence-EOF-Switch   PIC X       VALUE "N".
           88 EndOfAbsenceFile                 VALUE "Y".
       01  WS-LeavePol-Status      PIC XX      VALUE SPACES.
       01  WS-LeaveBal-Status      PIC XX      VALUE SPACES.
       01  WS-LeaveBal-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLeaveBalFile                VALUE "Y".

      * The leave policy as loaded - no LEAVEPOL.DAT, or one keyed
      * wrong, means leave is not in use yet: nothing accrues and
      * the period's absences are counted but not applied.
       01  WS-LeavePol-Switch      PIC X       VALUE "N".
           88 LeavePolicyLoaded                VALUE "Y".
       01  WS-Periods-X            PIC X(2)    VALUE SPACES.
       01  WS-Periods-Num REDEFINES WS-Periods-X
                                   PIC 9(2).
       01  WS-Day-Hours-X          PIC X(3)    VALUE SPACES.
       01  WS-Day-Hours-Num REDEFINES WS-Day-Hours-X
                                   PIC 9(2)V9.
       01  WS-Sick-Days-X          PIC X(3)    VALUE SPACES.
       01  WS-Sick-Days-Num REDEFINES WS-Sick-Days-X
                                   PIC 9(3).
       01  WS-Sick-Rate-X          PIC X(3)    VALUE SPACES.
       01  WS-Sick-Rate-Num REDEFINES WS-Sick-Rate-X
                                   PIC 9V99.
       01  WS-Sick-Allow-Hours     PIC 9(4)V9  VALUE ZERO.

      * The period's absence hours per employee, one row each and
      * split by kind - a second day off adds on.
       01  AbsTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  AbsTable.
           02 AbsEntry             OCCURS 1 TO 500 TIMES
                                    DEPENDING ON AbsTableCount
                                    INDEXED BY AbsIdx.
               03 AB-Id-Tbl        PIC 9(5).
               03 AB-Annual-Tbl    PIC 9(3)V9.
               03 AB-Sick-Tbl      PIC 9(3)V9.
               03 AB-Unpaid-Tbl    PIC 9(3)V9.
               03 AB-Compass-Tbl   PIC 9(3)V9.
               03 AB-Applied-Tbl   PIC X.
       01  WS-Abs-Sub              PIC 9(4)    COMP VALUE ZERO.

      * LEAVEBAL.DAT for the run, stored back at end of run.
       01  LeaveTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  LeaveTable.
           02 LeaveEntry           OCCURS 1 TO 500 TIMES
                                    DEPENDING ON LeaveTableCount
                                    INDEXED BY LeaveIdx.
               03 LT-Id-Tbl        PIC 9(5).
               03 LT-Balance-Tbl   PIC S9(4)V9.
               03 LT-Carried-Tbl   PIC S9(4)V9.
               03 LT-Accrued-Tbl   PIC 9(4)V9.
               03 LT-Annual-Tbl    PIC 9(4)V9.
               03 LT-Sick-Tbl      PIC 9(4)V9.
               03 LT-Unpaid-Tbl    PIC 9(4)V9.
               03 LT-Compass-Tbl   PIC 9(4)V9.
       01  WS-Leave-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Leave-Accrual        PIC 9(3)V9  VALUE ZERO.
       01  WS-Sick-Left-Hours      PIC 9(4)V9  VALUE ZERO.
       01  WS-Sick-Paid-Hours      PIC 9(3)V9  VALUE ZERO.
       01  WS-Sick-Unpaid-Hours    PIC 9(3)V9  VALUE ZERO.
       01  WS-Leave-Pay            PIC 9(6)V99 VALUE ZERO.
       01  WS-Leave-Deduct         PIC 9(6)V99 VALUE ZERO.
       01  WS-Absences-Read        PIC 9(5)    VALUE ZERO.
       01  WS-Absences-Rejected    PIC 9(5)    VALUE ZERO.
       01  WS-Absence-Employees    PIC 9(5)    VALUE ZERO.
       01  WS-Absence-Unapplied    PIC 9(5)    VALUE ZERO.
       01  WS-Absence-No-Rate      PIC 9(5)    VALUE ZERO.
       01  WS-Leave-Overdrawn      PIC 9(5)    VALUE ZERO.
       01  WS-Total-Leave-Pay      PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Leave-Deduct   PIC 9(7)V99 VALUE ZERO.

       01  WS-PayHist-Status       PIC XX      VALUE SPACES.
       01  WS-Arrears-Status       PIC XX      VALUE SPACES.
       01  WS-Arrears-EOF-Switch   PIC X       VALUE "N".
           88 EndOfArrearsFile                 VALUE "Y".

      * ARREARS.DAT for the run - an employee's pending rows are
      * paid and marked off, and the whole file stores back.
       01  ArrTableCount           PIC 9(5)    COMP VALUE ZERO.
       01  ArrTable.
           02 ArrEntry             OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON ArrTableCount
                                    INDEXED BY ArrIdx.
               03 AR-Record-Tbl    PIC X(70).
               03 AR-Fields-Tbl REDEFINES AR-Record-Tbl.
                   04 AR-Emp-Id    PIC 9(5).
                   04 FILLER       PIC X(28).
                   04 AR-Gross     PIC 9(6)V99.
                   04 FILLER       PIC X.
                   04 AR-Tax       PIC 9(6)V99.
                   04 FILLER       PIC X(10).
                   04 AR-Status    PIC X.
                   04 FILLER       PIC X.
                   04 AR-Paid-Date PIC 9(8).
       01  WS-Arrears-Gross        PIC 9(6)V99 VALUE ZERO.
       01  WS-Arrears-Tax          PIC 9(6)V99 VALUE ZERO.
       01  WS-Arrears-Paid-Count   PIC 9(5)    VALUE ZERO.
       01  WS-Total-Arrears        PIC 9(7)V99 VALUE ZERO.

       01  WS-Arrears-Line.
           02 FILLER               PIC X(6)    VALUE SPACES.
           02 FILLER               PIC X(20)   VALUE
              "  ARREARS OF PAY".
           02 AL-Gross             PIC ZZZZZ9.99.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 AL-Tax               PIC ZZZZZ9.99.
           02 FILLER               PIC X(34)   VALUE SPACES.
       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.

      * Year-to-date cumulatives per employee, stored back at end
           PERFORM GetLastClosedMonth
           PERFORM LoadHoursTable
           PERFORM LoadYtdTable
           PERFORM LoadLeavePolicy
           PERFORM LoadLeaveBalTable
           PERFORM LoadArrearsTable
           ACCEPT WS-Today-Num FROM DATE YYYYMMDD
           OPEN INPUT EmployeeFile
           OPEN OUTPUT PayrollRegister
           OPEN OUTPUT PayDetailFile
           OPEN OUTPUT ExceptionFile
           OPEN EXTEND PayHistFile
           IF WS-PayHist-Status = "35"
               OPEN OUTPUT PayHistFile
           END-IF
           PERFORM LoadAbsenceTable
           MOVE WS-Header-Line TO PayrollLine
           WRITE PayrollLine
           READ EmployeeFile
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           PERFORM ProcessEmployee UNTIL EndOfEmployeeFile
           PERFORM ReportUnappliedAbsences
           CLOSE EmployeeFile
           CLOSE PayrollRegister
           CLOSE PayDetailFile
           CLOSE PayHistFile
           CLOSE ExceptionFile

           PERFORM StoreYtdTable
           IF LeavePolicyLoaded
               PERFORM StoreLeaveBalTable
           END-IF
           IF ArrTableCount > ZERO
               PERFORM StoreArrearsTable
           END-IF
           PERFORM WriteJournalEntries
           PERFORM WriteDailyTotals

           DISPLAY "Gross from timesheets: " WS-Gross-From-Hours
           DISPLAY "Gross from keyed pay : " WS-Gross-Keyed
           DISPLAY "Leavers blocked      : " WS-Leavers-Blocked
           DISPLAY "Absences read        : " WS-Absences-Read
           DISPLAY "Absences rejected    : " WS-Absences-Rejected
           DISPLAY "Employees absent     : " WS-Absence-Employees
           DISPLAY "Absences not applied : " WS-Absence-Unapplied
           DISPLAY "Absent, no rate      : " WS-Absence-No-Rate
           DISPLAY "Leave overdrawn      : " WS-Leave-Overdrawn
           DISPLAY "Leave and sick paid  : " WS-Total-Leave-Pay
           DISPLAY "Absence deducted     : " WS-Total-Leave-Deduct
           DISPLAY "Arrears rows paid    : " WS-Arrears-Paid-Count
           DISPLAY "Arrears gross paid   : " WS-Total-Arrears

           GOBACK.


       PayOneEmployee.
           PERFORM ComputeGrossFromHours
           PERFORM ApplyLeaveAndAbsence
           PERFORM ComputeBandedTax
           PERFORM CollectArrears
           COMPUTE WS-PRSI    ROUNDED =
               (EMP-Grosspay + WS-Arrears-Gross) * WS-PRSI-Rate
           IF WS-Emp-Sub > ZERO
              AND EM-Pension-Tbl(WS-Emp-Sub) = "Y"
               COMPUTE WS-Pension ROUNDED =
                   (EMP-Grosspay + WS-Arrears-Gross) * WS-Pension-Rate
           ELSE
               MOVE ZERO TO WS-Pension
           END-IF
           ADD WS-Tax WS-Arrears-Tax WS-PRSI WS-Pension
               GIVING WS-Deductions
           COMPUTE WS-NetPay =
               EMP-Grosspay + WS-Arrears-Gross - WS-Deductions
           MOVE EMP-Id       TO DL-Emp-Id
           MOVE EMP-Name     TO DL-Emp-Name
           MOVE EMP-Grosspay TO DL-Gross
           MOVE WS-NetPay    TO DL-NetPay
           MOVE WS-Detail-Line TO PayrollLine
           WRITE PayrollLine
           IF WS-Arrears-Gross > ZERO
               MOVE WS-Arrears-Gross TO AL-Gross
               MOVE WS-Arrears-Tax   TO AL-Tax
               MOVE WS-Arrears-Line TO PayrollLine
               WRITE PayrollLine
           END-IF
           MOVE SPACES       TO PayDetailRecord
           MOVE EMP-Id       TO PD-Emp-Id
           MOVE EMP-Name     TO PD-Name
           MOVE EMP-Grosspay TO PD-Gross
           MOVE WS-PRSI      TO PD-PRSI
           MOVE WS-Pension   TO PD-Pension
           MOVE WS-NetPay    TO PD-Net
           MOVE WS-Today-Num TO PD-Pay-Date
           IF GrossFromTimesheet
               MOVE HR-Hours-Tbl(WS-Hours-Sub) TO PD-Hours
           ELSE
               MOVE ZERO TO PD-Hours
           END-IF
           IF WS-Emp-Sub > ZERO
               MOVE EM-Rate-Tbl(WS-Emp-Sub) TO PD-Rate
           ELSE
               MOVE ZERO TO PD-Rate
           END-IF
           MOVE WS-Arrears-Gross TO PD-Arrears-Gross
           MOVE WS-Arrears-Tax   TO PD-Arrears-Tax
           WRITE PayDetailRecord
           WRITE PayHistRecord FROM PayDetailRecord
           ADD 1 TO WS-Employee-Count
           ADD EMP-Grosspay TO WS-Total-Gross
           ADD WS-Arrears-Gross TO WS-Total-Gross
           ADD WS-Arrears-Gross TO WS-Total-Arrears
           ADD WS-NetPay    TO WS-Total-Net
           ADD WS-Tax       TO WS-Total-Tax
           ADD WS-Arrears-Tax TO WS-Total-Tax
           ADD WS-PRSI      TO WS-Total-PRSI
           ADD WS-Pension   TO WS-Total-Pension
           PERFORM UpdateYtdEntry
      * the hand-totaled EMP-Grosspay only stands for employees
      * with no timesheet or no rate, and both cases are counted.
       ComputeGrossFromHours.
           SET GrossFromKeyedPay TO TRUE
           PERFORM LocateHoursEntry
           IF WS-Hours-Sub > ZERO
              AND WS-Emp-Sub > ZERO
                   (WS-Straight-Hours * EM-Rate-Tbl(WS-Emp-Sub))
                   + (WS-OT-Hours * EM-Rate-Tbl(WS-Emp-Sub)
                      * EM-OTMult-Tbl(WS-Emp-Sub))
               SET GrossFromTimesheet TO TRUE
               ADD 1 TO WS-Gross-From-Hours
           ELSE
               ADD 1 TO WS-Gross-Keyed
               MOVE WS-Gross-Tax TO WS-Tax
           END-IF.

      * The period's leave, applied to gross before the tax is
      * worked. A timesheet records hours worked, so annual and
      * compassionate leave add on at the hourly rate and sick
      * leave at the policy's sick-pay rate. A keyed gross is a full
      * period's pay, so unpaid leave comes off it at the hourly
      * rate and sick leave loses the part of the rate sick pay
      * does not cover. Sick days past the leave year's allowance
      * are unpaid either way. Every employee paid accrues one
      * period's share of their entitlement.
       ApplyLeaveAndAbsence.
           PERFORM LocateAbsenceEntry
           IF NOT LeavePolicyLoaded
               IF WS-Abs-Sub > ZERO
                   MOVE "Y" TO AB-Applied-Tbl(WS-Abs-Sub)
                   ADD 1 TO WS-Absence-Unapplied
               END-IF
           ELSE
               PERFORM LocateLeaveBalEntry
               PERFORM AccrueLeave
               IF WS-Abs-Sub > ZERO
                   MOVE "Y" TO AB-Applied-Tbl(WS-Abs-Sub)
                   ADD 1 TO WS-Absence-Employees
                   PERFORM SplitSickHours
                   PERFORM AdjustGrossForAbsence
                   PERFORM PostAbsenceToBalance
               END-IF
           END-IF.

       AccrueLeave.
           IF WS-Emp-Sub > ZERO
              AND EM-Leave-Tbl(WS-Emp-Sub) > ZERO
               COMPUTE WS-Leave-Accrual ROUNDED =
                   EM-Leave-Tbl(WS-Emp-Sub) / WS-Periods-Num
               ADD WS-Leave-Accrual TO LT-Balance-Tbl(WS-Leave-Sub)
               ADD WS-Leave-Accrual TO LT-Accrued-Tbl(WS-Leave-Sub)
           END-IF.

      * Sick hours are paid only while the leave year's allowance
      * lasts - the sick days the policy allows at the policy's
      * working day, less the sick hours already taken this year.
       SplitSickHours.
           COMPUTE WS-Sick-Allow-Hours =
               WS-Sick-Days-Num * WS-Day-Hours-Num
           IF LT-Sick-Tbl(WS-Leave-Sub) >= WS-Sick-Allow-Hours
               MOVE ZERO TO WS-Sick-Left-Hours
           ELSE
               COMPUTE WS-Sick-Left-Hours =
                   WS-Sick-Allow-Hours - LT-Sick-Tbl(WS-Leave-Sub)
           END-IF
           IF AB-Sick-Tbl(WS-Abs-Sub) > WS-Sick-Left-Hours
               MOVE WS-Sick-Left-Hours TO WS-Sick-Paid-Hours
               COMPUTE WS-Sick-Unpaid-Hours =
                   AB-Sick-Tbl(WS-Abs-Sub) - WS-Sick-Left-Hours
           ELSE
               MOVE AB-Sick-Tbl(WS-Abs-Sub) TO WS-Sick-Paid-Hours
               MOVE ZERO TO WS-Sick-Unpaid-Hours
           END-IF.

      * No hourly rate on the master means nothing to price the
      * absence at - the gross stands and the employee goes on the
      * exception report, though the leave balance still moves.
       AdjustGrossForAbsence.
           MOVE ZERO TO WS-Leave-Pay
           MOVE ZERO TO WS-Leave-Deduct
           IF WS-Emp-Sub = ZERO
              OR EM-Rate-Tbl(WS-Emp-Sub) = ZERO
               MOVE SPACES TO ExceptRecord
               MOVE EMP-Id TO Except-EmpId
               MOVE "ABSENCE KEYED - NO HOURLY RATE ON MASTER"
                   TO Except-Detail
               ACCEPT Except-Date FROM DATE YYYYMMDD
               ACCEPT Except-Time FROM TIME
               WRITE ExceptRecord
               ADD 1 TO WS-Absence-No-Rate
           ELSE
               IF GrossFromTimesheet
                   COMPUTE WS-Leave-Pay ROUNDED =
                       ((AB-Annual-Tbl(WS-Abs-Sub)
                         + AB-Compass-Tbl(WS-Abs-Sub))
                        * EM-Rate-Tbl(WS-Emp-Sub))
                       + (WS-Sick-Paid-Hours
                          * EM-Rate-Tbl(WS-Emp-Sub)
                          * WS-Sick-Rate-Num)
                   ADD WS-Leave-Pay TO EMP-Grosspay
                   ADD WS-Leave-Pay TO WS-Total-Leave-Pay
               ELSE
                   COMPUTE WS-Leave-Deduct ROUNDED =
                       ((AB-Unpaid-Tbl(WS-Abs-Sub)
                         + WS-Sick-Unpaid-Hours)
                        * EM-Rate-Tbl(WS-Emp-Sub))
                       + (WS-Sick-Paid-Hours
                          * EM-Rate-Tbl(WS-Emp-Sub)
                          * (1 - WS-Sick-Rate-Num))
                   IF WS-Leave-Deduct > EMP-Grosspay
                       MOVE EMP-Grosspay TO WS-Leave-Deduct
                   END-IF
                   SUBTRACT WS-Leave-Deduct FROM EMP-Grosspay
                   ADD WS-Leave-Deduct TO WS-Total-Leave-Deduct
               END-IF
           END-IF.

      * Annual leave taken past the balance still pays - the
      * employee goes on the exception report and the leave report
      * carries the overdrawn balance until it is put right.
       PostAbsenceToBalance.
           SUBTRACT AB-Annual-Tbl(WS-Abs-Sub)
               FROM LT-Balance-Tbl(WS-Leave-Sub)
           ADD AB-Annual-Tbl(WS-Abs-Sub)  TO LT-Annual-Tbl(WS-Leave-Sub)
           ADD AB-Sick-Tbl(WS-Abs-Sub)    TO LT-Sick-Tbl(WS-Leave-Sub)
           ADD AB-Unpaid-Tbl(WS-Abs-Sub)  TO LT-Unpaid-Tbl(WS-Leave-Sub)
           ADD AB-Compass-Tbl(WS-Abs-Sub)
               TO LT-Compass-Tbl(WS-Leave-Sub)
           IF LT-Balance-Tbl(WS-Leave-Sub) < ZERO
               MOVE SPACES TO ExceptRecord
               MOVE EMP-Id TO Except-EmpId
               MOVE "ANNUAL LEAVE TAKEN PAST BALANCE"
                   TO Except-Detail
               ACCEPT Except-Date FROM DATE YYYYMMDD
               ACCEPT Except-Time FROM TIME
               WRITE ExceptRecord
               ADD 1 TO WS-Leave-Overdrawn
           END-IF.

       LocateAbsenceEntry.
           MOVE ZERO TO WS-Abs-Sub
           IF AbsTableCount > ZERO
               SET AbsIdx TO 1
               SEARCH AbsEntry
                  AT END MOVE ZERO TO WS-Abs-Sub
                  WHEN AB-Id-Tbl(AbsIdx) = EMP-Id
                       SET WS-Abs-Sub TO AbsIdx
               END-SEARCH
           END-IF.

      * An employee paid for the first time since leave came in
      * starts a balance row at zero.
       LocateLeaveBalEntry.
           MOVE ZERO TO WS-Leave-Sub
           IF LeaveTableCount > ZERO
               SET LeaveIdx TO 1
               SEARCH LeaveEntry
                  AT END MOVE ZERO TO WS-Leave-Sub
                  WHEN LT-Id-Tbl(LeaveIdx) = EMP-Id
                       SET WS-Leave-Sub TO LeaveIdx
               END-SEARCH
           END-IF
           IF WS-Leave-Sub = ZERO
               SET LeaveIdx TO LeaveTableCount
               SET LeaveIdx UP BY 1
               SET LeaveTableCount TO LeaveIdx
               SET WS-Leave-Sub TO LeaveIdx
               MOVE EMP-Id TO LT-Id-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Balance-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Carried-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Accrued-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Annual-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Sick-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Unpaid-Tbl(LeaveIdx)
               MOVE ZERO TO LT-Compass-Tbl(LeaveIdx)
           END-IF.

      * An absence for an employee with no pay record this run pays
      * nothing and moves no balance - it goes on the exception
      * report so it is keyed again with the next period.
       ReportUnappliedAbsences.
           PERFORM VARYING AbsIdx FROM 1 BY 1
                   UNTIL AbsIdx > AbsTableCount
               IF AB-Applied-Tbl(AbsIdx) NOT = "Y"
                   MOVE SPACES TO ExceptRecord
                   MOVE AB-Id-Tbl(AbsIdx) TO Except-EmpId
                   MOVE "ABSENCE KEYED - NO PAY RECORD THIS RUN"
                       TO Except-Detail
                   ACCEPT Except-Date FROM DATE YYYYMMDD
                   ACCEPT Except-Time FROM TIME
                   WRITE ExceptRecord
                   ADD 1 TO WS-Absence-Unapplied
               END-IF
           END-PERFORM.

      * No ABSENCE.DAT (a "35" status) just means nobody was off
      * this period. A line with a kind the policy does not know or
      * hours not keyed as figures goes to the exception report.
       LoadAbsenceTable.
           OPEN INPUT AbsenceFile
           IF WS-Absence-Status NOT = "00"
               SET EndOfAbsenceFile TO TRUE
           ELSE
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfAbsenceFile
               ADD 1 TO WS-Absences-Read
               IF ABS-Emp-Id NOT NUMERIC
                  OR ABS-Hours NOT NUMERIC
                  OR NOT (AnnualLeaveAbsence OR SickAbsence
                          OR UnpaidLeaveAbsence
                          OR CompassionateAbsence)
                   MOVE SPACES TO ExceptRecord
                   MOVE ZERO TO Except-EmpId
                   IF ABS-Emp-Id NUMERIC
                       MOVE ABS-Emp-Id TO Except-EmpId
                   END-IF
                   MOVE "ABSENCE LINE KEYED WRONG - NOT APPLIED"
                       TO Except-Detail
                   ACCEPT Except-Date FROM DATE YYYYMMDD
                   ACCEPT Except-Time FROM TIME
                   WRITE ExceptRecord
                   ADD 1 TO WS-Absences-Rejected
               ELSE
                   PERFORM HoldOneAbsenceRow
               END-IF
               READ AbsenceFile
                   AT END SET EndOfAbsenceFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-Absence-Status NOT = "35"
               CLOSE AbsenceFile
           END-IF.

       HoldOneAbsenceRow.
           MOVE ZERO TO WS-Abs-Sub
           IF AbsTableCount > ZERO
               SET AbsIdx TO 1
               SEARCH AbsEntry
                  AT END MOVE ZERO TO WS-Abs-Sub
                  WHEN AB-Id-Tbl(AbsIdx) = ABS-Emp-Id
                       SET WS-Abs-Sub TO AbsIdx
               END-SEARCH
           END-IF
           IF WS-Abs-Sub = ZERO
               SET AbsIdx TO AbsTableCount
               SET AbsIdx UP BY 1
               SET AbsTableCount TO AbsIdx
               SET WS-Abs-Sub TO AbsIdx
               MOVE ABS-Emp-Id TO AB-Id-Tbl(AbsIdx)
               MOVE ZERO TO AB-Annual-Tbl(AbsIdx)
               MOVE ZERO TO AB-Sick-Tbl(AbsIdx)
               MOVE ZERO TO AB-Unpaid-Tbl(AbsIdx)
               MOVE ZERO TO AB-Compass-Tbl(AbsIdx)
               MOVE "N" TO AB-Applied-Tbl(AbsIdx)
           END-IF
           EVALUATE TRUE
               WHEN AnnualLeaveAbsence
                   ADD ABS-Hours TO AB-Annual-Tbl(WS-Abs-Sub)
               WHEN SickAbsence
                   ADD ABS-Hours TO AB-Sick-Tbl(WS-Abs-Sub)
               WHEN UnpaidLeaveAbsence
                   ADD ABS-Hours TO AB-Unpaid-Tbl(WS-Abs-Sub)
               WHEN CompassionateAbsence
                   ADD ABS-Hours TO AB-Compass-Tbl(WS-Abs-Sub)
           END-EVALUATE.

      * The policy must carry a period count, a working day and a
      * sick-pay rate no higher than full pay before it is used.
       LoadLeavePolicy.
           MOVE "N" TO WS-LeavePol-Switch
           OPEN INPUT LeavePolicyFile
           IF WS-LeavePol-Status = "00"
               READ LeavePolicyFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE LVP-Periods-X   TO WS-Periods-X
                       MOVE LVP-Day-Hours-X TO WS-Day-Hours-X
                       MOVE LVP-Sick-Days-X TO WS-Sick-Days-X
                       MOVE LVP-Sick-Rate-X TO WS-Sick-Rate-X
                       IF WS-Periods-X NUMERIC
                          AND WS-Day-Hours-X NUMERIC
                          AND WS-Sick-Days-X NUMERIC
                          AND WS-Sick-Rate-X NUMERIC
                          AND WS-Periods-Num > ZERO
                          AND WS-Day-Hours-Num > ZERO
                          AND WS-Sick-Rate-Num NOT > 1
                           SET LeavePolicyLoaded TO TRUE
                       END-IF
               END-READ
               CLOSE LeavePolicyFile
           END-IF.

      * No LEAVEBAL.DAT (a "35" status) just means leave is starting
      * - every employee builds a row on their first pay.
       LoadLeaveBalTable.
           OPEN INPUT LeaveBalFile
           IF WS-LeaveBal-Status NOT = "00"
               SET EndOfLeaveBalFile TO TRUE
           ELSE
               READ LeaveBalFile
                   AT END SET EndOfLeaveBalFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfLeaveBalFile
               SET LeaveIdx TO LeaveTableCount
               SET LeaveIdx UP BY 1
               SET LeaveTableCount TO LeaveIdx
               MOVE LB-Emp-Id      TO LT-Id-Tbl(LeaveIdx)
               MOVE LB-Balance     TO LT-Balance-Tbl(LeaveIdx)
               MOVE LB-Carried-In  TO LT-Carried-Tbl(LeaveIdx)
               MOVE LB-Accrued-YTD TO LT-Accrued-Tbl(LeaveIdx)
               MOVE LB-Annual-YTD  TO LT-Annual-Tbl(LeaveIdx)
               MOVE LB-Sick-YTD    TO LT-Sick-Tbl(LeaveIdx)
               MOVE LB-Unpaid-YTD  TO LT-Unpaid-Tbl(LeaveIdx)
               MOVE LB-Compass-YTD TO LT-Compass-Tbl(LeaveIdx)
               READ LeaveBalFile
                   AT END SET EndOfLeaveBalFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-LeaveBal-Status NOT = "35"
               CLOSE LeaveBalFile
           END-IF.

       StoreLeaveBalTable.
           OPEN OUTPUT LeaveBalFile
           PERFORM VARYING LeaveIdx FROM 1 BY 1
                   UNTIL LeaveIdx > LeaveTableCount
               MOVE SPACES TO LeaveBalanceRecord
               MOVE LT-Id-Tbl(LeaveIdx)      TO LB-Emp-Id
               MOVE LT-Balance-Tbl(LeaveIdx) TO LB-Balance
               MOVE LT-Carried-Tbl(LeaveIdx) TO LB-Carried-In
               MOVE LT-Accrued-Tbl(LeaveIdx) TO LB-Accrued-YTD
               MOVE LT-Annual-Tbl(LeaveIdx)  TO LB-Annual-YTD
               MOVE LT-Sick-Tbl(LeaveIdx)    TO LB-Sick-YTD
               MOVE LT-Unpaid-Tbl(LeaveIdx)  TO LB-Unpaid-YTD
               MOVE LT-Compass-Tbl(LeaveIdx) TO LB-Compass-YTD
               WRITE LeaveBalanceRecord
           END-PERFORM
           CLOSE LeaveBalFile.

      * Back pay PayArrears has worked for the employee and not yet
      * paid rides this run as its own line - the extra gross and
      * the tax the banded table took on it period by period. The
      * rows are marked paid with today's date.
       CollectArrears.
           MOVE ZERO TO WS-Arrears-Gross
           MOVE ZERO TO WS-Arrears-Tax
           PERFORM VARYING ArrIdx FROM 1 BY 1
                   UNTIL ArrIdx > ArrTableCount
               IF AR-Emp-Id(ArrIdx) = EMP-Id
                  AND AR-Status(ArrIdx) = "P"
                   ADD AR-Gross(ArrIdx) TO WS-Arrears-Gross
                   ADD AR-Tax(ArrIdx)   TO WS-Arrears-Tax
                   MOVE "D" TO AR-Status(ArrIdx)
                   MOVE WS-Today-Num TO AR-Paid-Date(ArrIdx)
                   ADD 1 TO WS-Arrears-Paid-Count
               END-IF
           END-PERFORM.

      * No ARREARS.DAT (a "35" status) just means no pay award has
      * been backdated - nothing to pay.
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

       LocateEmployeeMaster.
           MOVE ZERO TO WS-Emp-Sub
           IF EmpMastTableCount > ZERO
               MOVE ZERO TO YT-Net-Tbl(YtdIdx)
           END-IF
           ADD EMP-Grosspay TO YT-Gross-Tbl(WS-Ytd-Sub)
           ADD WS-Arrears-Gross TO YT-Gross-Tbl(WS-Ytd-Sub)
           ADD WS-Tax       TO YT-Tax-Tbl(WS-Ytd-Sub)
           ADD WS-Arrears-Tax TO YT-Tax-Tbl(WS-Ytd-Sub)
           ADD WS-PRSI      TO YT-PRSI-Tbl(WS-Ytd-Sub)
           ADD WS-Pension   TO YT-Pension-Tbl(WS-Ytd-Sub)
           ADD WS-NetPay    TO YT-Net-Tbl(WS-Ytd-Sub).
               ELSE
                   MOVE ZERO TO EM-Finish-Tbl(EmpIdx)
               END-IF
               IF EM-Leave-Entitlement NUMERIC
                   MOVE EM-Leave-Entitlement TO EM-Leave-Tbl(EmpIdx)
               ELSE
                   MOVE ZERO TO EM-Leave-Tbl(EmpIdx)
               END-IF
               READ EmployeeMasterFile
                   AT END SET EndOfEmpMastFile TO TRUE
               END-READ
