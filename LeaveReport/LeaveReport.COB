      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeMasterFile ASSIGN "EMPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EmpMast-Status.

           SELECT LeaveBalFile ASSIGN "LEAVEBAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeaveBal-Status.

           SELECT LeavePolicyFile ASSIGN "LEAVEPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeavePol-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT LeaveReportFile ASSIGN "LEAVE.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  LeaveBalFile.
           COPY LEAVEBAL.

       FD  LeavePolicyFile.
           COPY LEAVEPOL.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  LeaveReportFile.
       01  ShowLeaveReport          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EmpMast-Status        PIC XX      VALUE SPACES.
       01  WS-LeaveBal-Status       PIC XX      VALUE SPACES.
       01  WS-LeavePol-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-EmpMast-EOF-Switch    PIC X       VALUE "N".
           88 EndOfEmpMastFile                  VALUE "Y".
       01  WS-LeaveBal-EOF-Switch   PIC X       VALUE "N".
           88 EndOfLeaveBalFile                 VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.

      * The policy as loaded - the sick allowance and the carry-over
      * limit are what the flags are measured against.
       01  WS-LeavePol-Switch       PIC X       VALUE "N".
           88 LeavePolicyLoaded                 VALUE "Y".
       01  WS-Day-Hours-X           PIC X(3)    VALUE SPACES.
       01  WS-Day-Hours-Num REDEFINES WS-Day-Hours-X
                                    PIC 9(2)V9.
       01  WS-Sick-Days-X           PIC X(3)    VALUE SPACES.
       01  WS-Sick-Days-Num REDEFINES WS-Sick-Days-X
                                    PIC 9(3).
       01  WS-Carry-Max-X           PIC X(4)    VALUE SPACES.
       01  WS-Carry-Max-Num REDEFINES WS-Carry-Max-X
                                    PIC 9(3)V9.
       01  WS-Sick-Allow-Hours      PIC 9(4)V9  VALUE ZERO.

       01  LeaveTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LeaveTable.
           02 LeaveEntry            OCCURS 1 TO 500 TIMES
                                     DEPENDING ON LeaveTableCount
                                     INDEXED BY LeaveIdx.
               03 LT-Id-Tbl         PIC 9(5).
               03 LT-Balance-Tbl    PIC S9(4)V9.
               03 LT-Carried-Tbl    PIC S9(4)V9.
               03 LT-Accrued-Tbl    PIC 9(4)V9.
               03 LT-Annual-Tbl     PIC 9(4)V9.
               03 LT-Sick-Tbl       PIC 9(4)V9.
               03 LT-Unpaid-Tbl     PIC 9(4)V9.
       01  WS-Leave-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  WS-Leave-Entitlement     PIC 9(3)V9  VALUE ZERO.
       01  WS-Flagged-Switch        PIC X       VALUE "N".
           88 EmployeeFlagged                   VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Employees-Listed   PIC 9(5)    VALUE ZERO.
           02 WS-Leavers-Skipped    PIC 9(5)    VALUE ZERO.
           02 WS-Over-Allowance     PIC 9(5)    VALUE ZERO.
           02 WS-Sick-Past-Allow    PIC 9(5)    VALUE ZERO.
           02 WS-Carry-Excess       PIC 9(5)    VALUE ZERO.
           02 WS-Employees-Flagged  PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(35)   VALUE
              "ANNUAL LEAVE AND ABSENCE REPORT - ".
           02 TTL-Date              PIC 9(8).
           02 FILLER                PIC X(37)   VALUE SPACES.

       01  WS-Policy-Line.
           02 FILLER                PIC X(20)   VALUE
              "SICK ALLOWANCE HRS: ".
           02 PL-Sick-Allow         PIC ZZZ9.9.
           02 FILLER                PIC X(22)   VALUE
              "   CARRY-OVER LIMIT: ".
           02 PL-Carry-Max          PIC ZZ9.9.
           02 FILLER                PIC X(27)   VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "EMPID  ENTITL CARRIED ACCRUD  TAKEN BALANCE   SICK UNPAID
      -    "FLAGS".

       01  WS-Detail-Line.
           02 DL-Emp-Id             PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Entitlement        PIC ZZ9.9.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Carried            PIC ZZZ9.9-.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Accrued            PIC ZZZ9.9.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Taken              PIC ZZZ9.9.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Balance            PIC ZZZ9.9-.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Sick               PIC ZZZ9.9.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Unpaid             PIC ZZZ9.9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Flag-Over          PIC X(4).
           02 DL-Flag-Sick          PIC X(4).
           02 DL-Flag-Carry         PIC X(3).
           02 FILLER                PIC X(9)    VALUE SPACES.

       01  WS-Key-Line              PIC X(80)   VALUE
           "FLAGS: OVR TAKEN PAST BALANCE  SCK SICK PAST ALLOWANCE  CRY
      -    " OVER CARRY LIMIT".

       01  WS-Total-Line.
           02 TL-Label              PIC X(30).
           02 TL-Count              PIC ZZZZ9.
           02 FILLER                PIC X(45)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The leave diary retired - one line per employee still on the
      * books: the year's entitlement, what came in from last year,
      * what has accrued and been taken, the balance left, and the
      * sick and unpaid hours so far. Anyone who has taken leave
      * past their balance, been off sick past the paid allowance,
      * or is holding more than the carry-over limit is flagged, so
      * it is sorted out before the year end caps the balance.
            PERFORM GetBusinessDate
            PERFORM LoadLeavePolicy
            IF NOT LeavePolicyLoaded
                DISPLAY "LeaveReport - LEAVEPOL.DAT MISSING OR KEYED "
                    "WRONG - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-Sick-Allow-Hours =
                WS-Sick-Days-Num * WS-Day-Hours-Num
            PERFORM LoadLeaveBalTable

            OPEN INPUT EmployeeMasterFile
            IF WS-EmpMast-Status NOT = "00"
                DISPLAY "LeaveReport - NO EMPMAST.DAT - NOTHING TO "
                    "REPORT"
                STOP RUN
            END-IF
            OPEN OUTPUT LeaveReportFile
            MOVE WS-Business-Date TO TTL-Date
            MOVE WS-Title-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE WS-Sick-Allow-Hours TO PL-Sick-Allow
            MOVE WS-Carry-Max-Num    TO PL-Carry-Max
            MOVE WS-Policy-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE WS-Blank-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE WS-Column-Line TO ShowLeaveReport
            WRITE ShowLeaveReport

            READ EmployeeMasterFile
                AT END SET EndOfEmpMastFile TO TRUE
            END-READ
            PERFORM ReportOneEmployee UNTIL EndOfEmpMastFile
            CLOSE EmployeeMasterFile

            PERFORM PrintReportTotals
            CLOSE LeaveReportFile
            PERFORM DisplayRunTotals
            STOP RUN.

      * A leaver whose finish date has passed has no leave year to
      * report on.
       ReportOneEmployee.
            IF EM-Finish-Date NUMERIC
               AND EM-Finish-Date > ZERO
               AND EM-Finish-Date < WS-Business-Date
                ADD 1 TO WS-Leavers-Skipped
            ELSE
                PERFORM PrintOneEmployee
            END-IF
            READ EmployeeMasterFile
                AT END SET EndOfEmpMastFile TO TRUE
            END-READ.

       PrintOneEmployee.
            IF EM-Leave-Entitlement NUMERIC
                MOVE EM-Leave-Entitlement TO WS-Leave-Entitlement
            ELSE
                MOVE ZERO TO WS-Leave-Entitlement
            END-IF
            PERFORM LocateLeaveBalEntry
            MOVE SPACES TO DL-Flag-Over
            MOVE SPACES TO DL-Flag-Sick
            MOVE SPACES TO DL-Flag-Carry
            MOVE "N" TO WS-Flagged-Switch
            MOVE EM-Id TO DL-Emp-Id
            MOVE WS-Leave-Entitlement TO DL-Entitlement
            IF WS-Leave-Sub = ZERO
                MOVE ZERO TO DL-Carried
                MOVE ZERO TO DL-Accrued
                MOVE ZERO TO DL-Taken
                MOVE ZERO TO DL-Balance
                MOVE ZERO TO DL-Sick
                MOVE ZERO TO DL-Unpaid
            ELSE
                MOVE LT-Carried-Tbl(WS-Leave-Sub) TO DL-Carried
                MOVE LT-Accrued-Tbl(WS-Leave-Sub) TO DL-Accrued
                MOVE LT-Annual-Tbl(WS-Leave-Sub)  TO DL-Taken
                MOVE LT-Balance-Tbl(WS-Leave-Sub) TO DL-Balance
                MOVE LT-Sick-Tbl(WS-Leave-Sub)    TO DL-Sick
                MOVE LT-Unpaid-Tbl(WS-Leave-Sub)  TO DL-Unpaid
                IF LT-Balance-Tbl(WS-Leave-Sub) < ZERO
                    MOVE "OVR " TO DL-Flag-Over
                    ADD 1 TO WS-Over-Allowance
                    SET EmployeeFlagged TO TRUE
                END-IF
                IF LT-Sick-Tbl(WS-Leave-Sub) > WS-Sick-Allow-Hours
                    MOVE "SCK " TO DL-Flag-Sick
                    ADD 1 TO WS-Sick-Past-Allow
                    SET EmployeeFlagged TO TRUE
                END-IF
                IF LT-Balance-Tbl(WS-Leave-Sub) > WS-Carry-Max-Num
                    MOVE "CRY" TO DL-Flag-Carry
                    ADD 1 TO WS-Carry-Excess
                    SET EmployeeFlagged TO TRUE
                END-IF
            END-IF
            IF EmployeeFlagged
                ADD 1 TO WS-Employees-Flagged
            END-IF
            MOVE WS-Detail-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            ADD 1 TO WS-Employees-Listed.

       LocateLeaveBalEntry.
            MOVE ZERO TO WS-Leave-Sub
            IF LeaveTableCount > ZERO
                SET LeaveIdx TO 1
                SEARCH LeaveEntry
                   AT END MOVE ZERO TO WS-Leave-Sub
                   WHEN LT-Id-Tbl(LeaveIdx) = EM-Id
                        SET WS-Leave-Sub TO LeaveIdx
                END-SEARCH
            END-IF.

       PrintReportTotals.
            MOVE WS-Blank-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE WS-Key-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE WS-Blank-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE "EMPLOYEES LISTED            :" TO TL-Label
            MOVE WS-Employees-Listed TO TL-Count
            MOVE WS-Total-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE "LEAVE TAKEN PAST BALANCE    :" TO TL-Label
            MOVE WS-Over-Allowance TO TL-Count
            MOVE WS-Total-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE "SICK PAST PAID ALLOWANCE    :" TO TL-Label
            MOVE WS-Sick-Past-Allow TO TL-Count
            MOVE WS-Total-Line TO ShowLeaveReport
            WRITE ShowLeaveReport
            MOVE "OVER CARRY-OVER LIMIT       :" TO TL-Label
            MOVE WS-Carry-Excess TO TL-Count
            MOVE WS-Total-Line TO ShowLeaveReport
            WRITE ShowLeaveReport.

       LoadLeavePolicy.
            MOVE "N" TO WS-LeavePol-Switch
            OPEN INPUT LeavePolicyFile
            IF WS-LeavePol-Status = "00"
                READ LeavePolicyFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE LVP-Day-Hours-X TO WS-Day-Hours-X
                        MOVE LVP-Sick-Days-X TO WS-Sick-Days-X
                        MOVE LVP-Carry-Max-X TO WS-Carry-Max-X
                        IF WS-Day-Hours-X NUMERIC
                           AND WS-Sick-Days-X NUMERIC
                           AND WS-Carry-Max-X NUMERIC
                            SET LeavePolicyLoaded TO TRUE
                        END-IF
                END-READ
                CLOSE LeavePolicyFile
            END-IF.

      * No LEAVEBAL.DAT (a "35" status) just means no payroll has
      * run since leave came in - everyone lists at zero.
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
                READ LeaveBalFile
                    AT END SET EndOfLeaveBalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LeaveBal-Status NOT = "35"
                CLOSE LeaveBalFile
            END-IF.

       GetBusinessDate.
            ACCEPT WS-Business-Date FROM DATE YYYYMMDD
            OPEN INPUT BusinessDateFile
            IF WS-BusDate-Status = "00"
                READ BusinessDateFile
                    AT END CONTINUE
                    NOT AT END
                        IF BDT-Business-Date NUMERIC
                           AND BDT-Business-Date > ZERO
                            MOVE BDT-Business-Date
                                TO WS-Business-Date
                        END-IF
                END-READ
                CLOSE BusinessDateFile
            END-IF.

       DisplayRunTotals.
            DISPLAY "LeaveReport - Control Report"
            DISPLAY "Business date         : " WS-Business-Date
            DISPLAY "Employees listed      : " WS-Employees-Listed
            DISPLAY "Leavers skipped       : " WS-Leavers-Skipped
            DISPLAY "Employees flagged     : " WS-Employees-Flagged
            DISPLAY "Leave past balance    : " WS-Over-Allowance
            DISPLAY "Sick past allowance   : " WS-Sick-Past-Allow
            DISPLAY "Over carry-over limit : " WS-Carry-Excess.

       END PROGRAM LeaveReport.
