           SELECT PayslipFile ASSIGN "PAYSLIPS.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The leave balances the payroll run keeps - each slip shows
      * the annual leave the employee has left.
           SELECT LeaveBalFile ASSIGN "LEAVEBAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeaveBal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PayDetailFile.
           COPY PAYDETL.

      * Laid out field for field as PAYDETL.CPY.
       SD  SlipSortFile.
       01  SlipSortRecord.
           02 SL-Emp-Id            PIC 9(5).
           02 FILLER               PIC X.
           02 SL-Name              PIC X(20).
           02 FILLER               PIC X.
           02 SL-Gross             PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-Tax               PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-PRSI              PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-Pension           PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-Net               PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-Pay-Date          PIC 9(8).
           02 FILLER               PIC X.
           02 SL-Hours             PIC 9(4)V9.
           02 FILLER               PIC X.
           02 SL-Rate              PIC 9(3)V99.
           02 FILLER               PIC X.
           02 SL-Arr-Gross         PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SL-Arr-Tax           PIC 9(6)V99.

       FD  SortedDetailFile.
       01  SortedDetailRecord.
           02 SD-Emp-Id            PIC 9(5).
           02 FILLER               PIC X.
           02 SD-Name              PIC X(20).
           02 FILLER               PIC X.
           02 SD-Gross             PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-Tax               PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-PRSI              PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-Pension           PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-Net               PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-Pay-Date          PIC 9(8).
           02 FILLER               PIC X.
           02 SD-Hours             PIC 9(4)V9.
           02 FILLER               PIC X.
           02 SD-Rate              PIC 9(3)V99.
           02 FILLER               PIC X.
           02 SD-Arr-Gross         PIC 9(6)V99.
           02 FILLER               PIC X.
           02 SD-Arr-Tax           PIC 9(6)V99.

       FD  YtdFile.
       01  YtdRecord.
       FD  PayslipFile.
       01  ShowPayslip              PIC X(80).

       FD  LeaveBalFile.
           COPY LEAVEBAL.

       WORKING-STORAGE SECTION.
       01  WS-Detail-Status        PIC XX      VALUE SPACES.
       01  WS-Ytd-Status           PIC XX      VALUE SPACES.
               03 YT-Net-Tbl       PIC 9(8)V99.
       01  WS-Ytd-Sub              PIC 9(4)    COMP VALUE ZERO.

       01  WS-LeaveBal-Status      PIC XX      VALUE SPACES.
       01  WS-LeaveBal-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLeaveBalFile                VALUE "Y".
       01  LeaveTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  LeaveTable.
           02 LeaveEntry           OCCURS 1 TO 500 TIMES
                                    DEPENDING ON LeaveTableCount
                                    INDEXED BY LeaveIdx.
               03 LT-Id-Tbl        PIC 9(5).
               03 LT-Balance-Tbl   PIC S9(4)V9.
               03 LT-Sick-Tbl      PIC 9(4)V9.
       01  WS-Leave-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Slips-Printed        PIC 9(5)    VALUE ZERO.
       01  WS-First-Slip-Switch    PIC X       VALUE "Y".
           88 FirstSlip                        VALUE "Y".
           02 ML-Ytd                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Arrears-Line.
           02 ARL-Label             PIC X(22).
           02 ARL-Amount            PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(45)   VALUE SPACES.

       01  WS-Hours-Line.
           02 HRL-Label             PIC X(22).
           02 HRL-Hours             PIC Z,ZZ9.9-.
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-Control-Head-Line     PIC X(80)   VALUE
      * they reconcile to the register before anything is handed
      * out.
            PERFORM LoadYtdTable
            PERFORM LoadLeaveBalTable

            SORT SlipSortFile
                ON ASCENDING KEY SL-Emp-Id
            PERFORM MoveYtdGross
            MOVE WS-Money-Line TO ShowPayslip
            WRITE ShowPayslip
            PERFORM PrintArrearsLines
            MOVE "TAX                 :" TO ML-Label
            MOVE SD-Tax TO ML-Amount
            PERFORM MoveYtdTax
            PERFORM MoveYtdNet
            MOVE WS-Money-Line TO ShowPayslip
            WRITE ShowPayslip
            PERFORM PrintLeaveLines
            ADD 1 TO WS-Slips-Printed
            ADD SD-Gross TO WS-Total-Gross
            ADD SD-Arr-Gross TO WS-Total-Gross
            ADD SD-Net   TO WS-Total-Net
            READ SortedDetailFile
                AT END SET EndOfSortedFile TO TRUE
            END-READ.

      * Back pay from a backdated award is paid as its own lines -
      * the arrears and the tax they drew - so the slip shows it
      * apart from this period's pay. The gross and tax
      * year-to-date lines already include it.
       PrintArrearsLines.
            IF SD-Arr-Gross NUMERIC
               AND SD-Arr-Gross > ZERO
                MOVE "ARREARS OF PAY      :" TO ARL-Label
                MOVE SD-Arr-Gross TO ARL-Amount
                MOVE WS-Arrears-Line TO ShowPayslip
                WRITE ShowPayslip
                MOVE "TAX ON ARREARS      :" TO ARL-Label
                MOVE SD-Arr-Tax TO ARL-Amount
                MOVE WS-Arrears-Line TO ShowPayslip
                WRITE ShowPayslip
            END-IF.

      * An employee with no leave balance row yet has had no leave
      * accrued - the lines are left off rather than showing zero.
       PrintLeaveLines.
            MOVE ZERO TO WS-Leave-Sub
            IF LeaveTableCount > ZERO
                SET LeaveIdx TO 1
                SEARCH LeaveEntry
                   AT END MOVE ZERO TO WS-Leave-Sub
                   WHEN LT-Id-Tbl(LeaveIdx) = SD-Emp-Id
                        SET WS-Leave-Sub TO LeaveIdx
                END-SEARCH
            END-IF
            IF WS-Leave-Sub > ZERO
                MOVE WS-Blank-Line TO ShowPayslip
                WRITE ShowPayslip
                MOVE "ANNUAL LEAVE LEFT HRS:" TO HRL-Label
                MOVE LT-Balance-Tbl(WS-Leave-Sub) TO HRL-Hours
                MOVE WS-Hours-Line TO ShowPayslip
                WRITE ShowPayslip
                MOVE "SICK HOURS THIS YEAR :" TO HRL-Label
                MOVE LT-Sick-Tbl(WS-Leave-Sub) TO HRL-Hours
                MOVE WS-Hours-Line TO ShowPayslip
                WRITE ShowPayslip
            END-IF.

       LocateYtdRow.
            MOVE ZERO TO WS-Ytd-Sub
            IF YtdTableCount > ZERO
                CLOSE YtdFile
            END-IF.

      * No LEAVEBAL.DAT (a "35" status) just means leave is not in
      * use yet - the slips print without the leave lines.
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
                MOVE LB-Emp-Id   TO LT-Id-Tbl(LeaveIdx)
                MOVE LB-Balance  TO LT-Balance-Tbl(LeaveIdx)
                MOVE LB-Sick-YTD TO LT-Sick-Tbl(LeaveIdx)
                READ LeaveBalFile
                    AT END SET EndOfLeaveBalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LeaveBal-Status NOT = "35"
                CLOSE LeaveBalFile
            END-IF.

       END PROGRAM PayslipPrint.
