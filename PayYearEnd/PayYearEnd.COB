           SELECT StatementFile ASSIGN "P60.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The leave year closes with the tax year - each balance is
      * carried in, held to the policy's carry-over limit.
           SELECT LeaveBalFile ASSIGN "LEAVEBAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeaveBal-Status.

           SELECT LeavePolicyFile ASSIGN "LEAVEPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LeavePol-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  YtdFile.
       FD  StatementFile.
       01  ShowStatement            PIC X(80).

       FD  LeaveBalFile.
           COPY LEAVEBAL.

       FD  LeavePolicyFile.
           COPY LEAVEPOL.

       WORKING-STORAGE SECTION.
       01  WS-Ytd-Status           PIC XX      VALUE SPACES.
       01  WS-YearCtl-Status       PIC XX      VALUE SPACES.
       01  WS-LeaveBal-Status      PIC XX      VALUE SPACES.
       01  WS-LeavePol-Status      PIC XX      VALUE SPACES.
       01  WS-LeaveBal-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLeaveBalFile                VALUE "Y".

      * No carry-over limit on file means balances carry in whole.
       01  WS-Carry-Limit-Switch   PIC X       VALUE "N".
           88 CarryLimitLoaded                 VALUE "Y".
       01  WS-Carry-Max-X          PIC X(4)    VALUE SPACES.
       01  WS-Carry-Max-Num REDEFINES WS-Carry-Max-X
                                   PIC 9(3)V9.

       01  LeaveTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  LeaveTable.
           02 LeaveEntry           OCCURS 1 TO 500 TIMES
                                    DEPENDING ON LeaveTableCount
                                    INDEXED BY LeaveIdx.
               03 LT-Id-Tbl        PIC 9(5).
               03 LT-Balance-Tbl   PIC S9(4)V9.

       01  WS-Ytd-EOF-Switch       PIC X       VALUE "N".
           88 EndOfYtdFile                     VALUE "Y".
       01  WS-Run-Totals.
           02 WS-Statements-Printed PIC 9(5)   VALUE ZERO.
           02 WS-Records-Archived  PIC 9(5)    VALUE ZERO.
           02 WS-Leave-Carried     PIC 9(5)    VALUE ZERO.
           02 WS-Leave-Capped      PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Gross,
                               MONEY-EDIT  BY WS-Total-Gross-Edit,
            OPEN OUTPUT YtdFile
            CLOSE YtdFile

            PERFORM RollLeaveYear
            OPEN OUTPUT YearControlFile
            MOVE WS-Tax-Year TO YRC-Last-Closed
            WRITE YearControlRecord
            DISPLAY "Statements printed  : " WS-Statements-Printed
            DISPLAY "Records archived to : " WS-Archive-File-Name
            DISPLAY "Annual gross total  : " WS-Total-Gross-Edit
            DISPLAY "Leave rows carried  : " WS-Leave-Carried
            DISPLAY "Leave rows capped   : " WS-Leave-Capped
            STOP RUN.

       CloseOneEmployee.
                AT END SET EndOfYtdFile TO TRUE
            END-READ.

      * Each employee's leave balance carries into the new leave
      * year - held to the carry-over limit where it is over, an
      * overdrawn balance carried as it stands - and the year's
      * accrual and absence figures start again from zero. No
      * LEAVEBAL.DAT (a "35" status) means leave is not in use.
       RollLeaveYear.
            MOVE "N" TO WS-Carry-Limit-Switch
            OPEN INPUT LeavePolicyFile
            IF WS-LeavePol-Status = "00"
                READ LeavePolicyFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE LVP-Carry-Max-X TO WS-Carry-Max-X
                        IF WS-Carry-Max-X NUMERIC
                            SET CarryLimitLoaded TO TRUE
                        END-IF
                END-READ
                CLOSE LeavePolicyFile
            END-IF
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
                MOVE LB-Emp-Id  TO LT-Id-Tbl(LeaveIdx)
                MOVE LB-Balance TO LT-Balance-Tbl(LeaveIdx)
                READ LeaveBalFile
                    AT END SET EndOfLeaveBalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LeaveBal-Status NOT = "35"
                CLOSE LeaveBalFile
                OPEN OUTPUT LeaveBalFile
                PERFORM VARYING LeaveIdx FROM 1 BY 1
                        UNTIL LeaveIdx > LeaveTableCount
                    MOVE SPACES TO LeaveBalanceRecord
                    MOVE LT-Id-Tbl(LeaveIdx) TO LB-Emp-Id
                    IF CarryLimitLoaded
                       AND LT-Balance-Tbl(LeaveIdx) > WS-Carry-Max-Num
                        MOVE WS-Carry-Max-Num TO LB-Balance
                        ADD 1 TO WS-Leave-Capped
                    ELSE
                        MOVE LT-Balance-Tbl(LeaveIdx) TO LB-Balance
                    END-IF
                    MOVE LB-Balance TO LB-Carried-In
                    MOVE ZERO TO LB-Accrued-YTD
                    MOVE ZERO TO LB-Annual-YTD
                    MOVE ZERO TO LB-Sick-YTD
                    MOVE ZERO TO LB-Unpaid-YTD
                    MOVE ZERO TO LB-Compass-YTD
                    WRITE LeaveBalanceRecord
                    ADD 1 TO WS-Leave-Carried
                END-PERFORM
                CLOSE LeaveBalFile
            END-IF.

      * No PAYYREND.DAT (a "35" status) means no year has ever
      * closed - the first close is free to run.
       CheckYearNotClosed.
