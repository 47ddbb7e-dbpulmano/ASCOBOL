      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN "BUDGET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Budget-Status.

      * A budget may only be set for an account on the chart, and a
      * new one only for an account still open.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT TransFile ASSIGN "TRANSBUD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "BUDEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BudgetFile.
           COPY BUDGET.

       FD  ChartFile.
           COPY CHARTACC.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers the month-at-a-time changes and
      * the whole-year loads. Add, change and delete work on the one
      * month Period-B names with Amount-B(1). A year load sets all
      * twelve months of the year in Period-B's first four digits
      * from Amount-B(1) through Amount-B(12); a spread takes the
      * annual figure in Amount-B(1) and lays it evenly over the
      * twelve, the odd cents landing in December. Either replaces
      * whatever the year held before.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-B          PIC X.
               88 AddBudgetTrans           VALUE "A".
               88 ChangeBudgetTrans        VALUE "C".
               88 DeleteBudgetTrans        VALUE "D".
               88 LoadYearTrans            VALUE "Y".
               88 SpreadYearTrans          VALUE "S".
           02 Account-B            PIC X(8).
           02 Period-B             PIC X(6).
           02 Period-Split-B REDEFINES Period-B.
               03 Year-B           PIC X(4).
               03 Month-B          PIC X(2).
           02 Amounts-B.
               03 Amount-B         PIC X(11)   OCCURS 12 TIMES.
           02 Amounts-Num-B REDEFINES Amounts-B.
               03 Amount-Num-B     PIC 9(9)V99 OCCURS 12 TIMES.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Account       PIC X(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Budget-Status        PIC XX      VALUE SPACES.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Budget-EOF-Switch    PIC X       VALUE "N".
           88 EndOfBudgetFile                  VALUE "Y".
       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".

       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.
                   88 ChartEntryOpen       VALUE "O".

       01  WS-Chart-Sub            PIC 9(4)    COMP VALUE ZERO.

      * The budget rides in this table for the run - adds append,
      * changes update in place, deletes mark the slot, and the
      * survivors store back at end of run.
       01  BudgetTableCount        PIC 9(5)    COMP VALUE ZERO.
       01  BudgetTable.
           02 BudgetEntry          OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON BudgetTableCount
                                    INDEXED BY BudgetIdx.
               03 BT-Account-Tbl   PIC X(8).
               03 BT-Period-Tbl    PIC 9(6).
               03 BT-Amount-Tbl    PIC 9(9)V99.
               03 BT-Dropped-Tbl   PIC X.
                   88 BudgetSlotDropped    VALUE "D".

       01  WS-Budget-Sub           PIC 9(5)    COMP VALUE ZERO.
       01  WS-Wanted-Period        PIC 9(6)    VALUE ZERO.
       01  WS-Wanted-Amount        PIC 9(9)V99 VALUE ZERO.
       01  WS-Year-Num             PIC 9(4)    VALUE ZERO.
       01  WS-Month-Num            PIC 9(2)    VALUE ZERO.
       01  WS-Month-Sub            PIC 9(2)    VALUE ZERO.
       01  WS-Month-Share          PIC 9(9)V99 VALUE ZERO.
       01  WS-Shares-Total         PIC 9(9)V99 VALUE ZERO.

       01  WS-Amounts-Valid-Switch PIC X       VALUE "Y".
           88 AmountsAreValid                  VALUE "Y".

      * The budget line as it stood before and after the change -
      * the audit trail's images, so a mistaken load can be traced
      * month by month.
       01  WS-Before-Line.
           02 BFL-Account          PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 BFL-Period           PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 BFL-Amount           PIC 9(9)V99.
       01  WS-After-Line.
           02 AFL-Account          PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 AFL-Period           PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 AFL-Amount           PIC 9(9)V99.

       01  WS-Run-Totals.
           02 WS-Budgets-Added     PIC 9(5)    VALUE ZERO.
           02 WS-Budgets-Changed   PIC 9(5)    VALUE ZERO.
           02 WS-Budgets-Deleted   PIC 9(5)    VALUE ZERO.
           02 WS-Years-Loaded      PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The spreadsheet finance kept the budget on, brought into a
      * file - one figure per account per month, keyed month by
      * month or a whole year at once, each change on the audit
      * trail with the figure before and after, so the budget the
      * report compares against is the one everybody agreed to.
            PERFORM GetOperatorId
            PERFORM LoadChartTable
            PERFORM LoadBudgetTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyBudgetTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreBudgetTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyBudgetTrans.
            PERFORM LocateChartEntry
            EVALUATE TRUE
                WHEN AddBudgetTrans
                    PERFORM ApplyAddBudget
                WHEN ChangeBudgetTrans
                    PERFORM ApplyChangeBudget
                WHEN DeleteBudgetTrans
                    PERFORM ApplyDeleteBudget
                WHEN LoadYearTrans
                WHEN SpreadYearTrans
                    PERFORM ApplyYearBudget
                WHEN OTHER
                    MOVE Account-B TO Except-Account
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyAddBudget.
            PERFORM ValidateMonthPeriod
            IF WS-Month-Num > ZERO
                MOVE Period-B TO WS-Wanted-Period
                PERFORM LocateBudgetEntry
            END-IF
            EVALUATE TRUE
                WHEN WS-Chart-Sub = ZERO
                    MOVE Account-B TO Except-Account
                    MOVE "ACCOUNT NOT ON CHART" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ChartEntryOpen(WS-Chart-Sub)
                    MOVE Account-B TO Except-Account
                    MOVE "ACCOUNT IS CLOSED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Month-Num = ZERO
                    MOVE Account-B TO Except-Account
                    MOVE "INVALID BUDGET MONTH" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Amount-B(1) NOT NUMERIC
                    MOVE Account-B TO Except-Account
                    MOVE "BUDGET AMOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Budget-Sub > ZERO
                    MOVE Account-B TO Except-Account
                    MOVE "DUPLICATE BUDGET MONTH ON ADD"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE Amount-Num-B(1) TO WS-Wanted-Amount
                    PERFORM AddBudgetEntry
                    MOVE "ADD BUDGET" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Budgets-Added
            END-EVALUATE.

       ApplyChangeBudget.
            PERFORM ValidateMonthPeriod
            MOVE ZERO TO WS-Budget-Sub
            IF WS-Month-Num > ZERO
                MOVE Period-B TO WS-Wanted-Period
                PERFORM LocateBudgetEntry
            END-IF
            EVALUATE TRUE
                WHEN WS-Budget-Sub = ZERO
                    MOVE Account-B TO Except-Account
                    MOVE "NO BUDGET FOR ACCOUNT AND MONTH"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Amount-B(1) NOT NUMERIC
                    MOVE Account-B TO Except-Account
                    MOVE "BUDGET AMOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE Amount-Num-B(1) TO WS-Wanted-Amount
                    PERFORM ReplaceBudgetEntry
                    MOVE "CHANGE BUDGET" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Budgets-Changed
            END-EVALUATE.

       ApplyDeleteBudget.
            PERFORM ValidateMonthPeriod
            MOVE ZERO TO WS-Budget-Sub
            IF WS-Month-Num > ZERO
                MOVE Period-B TO WS-Wanted-Period
                PERFORM LocateBudgetEntry
            END-IF
            IF WS-Budget-Sub = ZERO
                MOVE Account-B TO Except-Account
                MOVE "NO BUDGET FOR ACCOUNT AND MONTH"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                PERFORM MoveBeforeImage
                MOVE SPACES TO WS-After-Line
                MOVE "D" TO BT-Dropped-Tbl(WS-Budget-Sub)
                MOVE "DELETE BUDGET" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Budgets-Deleted
            END-IF.

      * A whole year in one transaction - every amount is edited
      * before any month is touched, so a bad figure rejects the
      * year rather than leaving it half loaded.
       ApplyYearBudget.
            MOVE "Y" TO WS-Amounts-Valid-Switch
            IF LoadYearTrans
                PERFORM VARYING WS-Month-Sub FROM 1 BY 1
                        UNTIL WS-Month-Sub > 12
                    IF Amount-B(WS-Month-Sub) NOT NUMERIC
                        MOVE "N" TO WS-Amounts-Valid-Switch
                    END-IF
                END-PERFORM
            ELSE
                IF Amount-B(1) NOT NUMERIC
                    MOVE "N" TO WS-Amounts-Valid-Switch
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-Chart-Sub = ZERO
                    MOVE Account-B TO Except-Account
                    MOVE "ACCOUNT NOT ON CHART" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT ChartEntryOpen(WS-Chart-Sub)
                    MOVE Account-B TO Except-Account
                    MOVE "ACCOUNT IS CLOSED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Year-B NOT NUMERIC
                    MOVE Account-B TO Except-Account
                    MOVE "INVALID BUDGET YEAR" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT AmountsAreValid
                    MOVE Account-B TO Except-Account
                    MOVE "BUDGET AMOUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE Year-B TO WS-Year-Num
                    IF SpreadYearTrans
                        COMPUTE WS-Month-Share =
                            Amount-Num-B(1) / 12
                        MOVE ZERO TO WS-Shares-Total
                    END-IF
                    PERFORM LoadOneMonth
                        VARYING WS-Month-Sub FROM 1 BY 1
                        UNTIL WS-Month-Sub > 12
                    ADD 1 TO WS-Years-Loaded
            END-EVALUATE.

       LoadOneMonth.
            COMPUTE WS-Wanted-Period = WS-Year-Num * 100 + WS-Month-Sub
            IF LoadYearTrans
                MOVE Amount-Num-B(WS-Month-Sub) TO WS-Wanted-Amount
            ELSE
                IF WS-Month-Sub < 12
                    MOVE WS-Month-Share TO WS-Wanted-Amount
                    ADD WS-Month-Share TO WS-Shares-Total
                ELSE
                    COMPUTE WS-Wanted-Amount =
                        Amount-Num-B(1) - WS-Shares-Total
                END-IF
            END-IF
            PERFORM LocateBudgetEntry
            IF WS-Budget-Sub > ZERO
                PERFORM ReplaceBudgetEntry
            ELSE
                PERFORM AddBudgetEntry
            END-IF
            IF LoadYearTrans
                MOVE "LOAD YEAR" TO AUD-Action-Tmp
            ELSE
                MOVE "SPREAD YEAR" TO AUD-Action-Tmp
            END-IF
            PERFORM WriteAuditRecord.

       AddBudgetEntry.
            SET BudgetIdx TO BudgetTableCount
            SET BudgetIdx UP BY 1
            SET BudgetTableCount TO BudgetIdx
            MOVE Account-B        TO BT-Account-Tbl(BudgetIdx)
            MOVE WS-Wanted-Period TO BT-Period-Tbl(BudgetIdx)
            MOVE WS-Wanted-Amount TO BT-Amount-Tbl(BudgetIdx)
            MOVE SPACE            TO BT-Dropped-Tbl(BudgetIdx)
            MOVE SPACES           TO WS-Before-Line
            MOVE Account-B        TO AFL-Account
            MOVE WS-Wanted-Period TO AFL-Period
            MOVE WS-Wanted-Amount TO AFL-Amount.

       ReplaceBudgetEntry.
            PERFORM MoveBeforeImage
            MOVE WS-Wanted-Amount TO BT-Amount-Tbl(WS-Budget-Sub)
            MOVE Account-B        TO AFL-Account
            MOVE WS-Wanted-Period TO AFL-Period
            MOVE WS-Wanted-Amount TO AFL-Amount.

       MoveBeforeImage.
            MOVE BT-Account-Tbl(WS-Budget-Sub) TO BFL-Account
            MOVE BT-Period-Tbl(WS-Budget-Sub)  TO BFL-Period
            MOVE BT-Amount-Tbl(WS-Budget-Sub)  TO BFL-Amount.

      * WS-Month-Num comes back zero when Period-B is not a
      * numeric YYYYMM with a month of 01 to 12.
       ValidateMonthPeriod.
            MOVE ZERO TO WS-Month-Num
            IF Period-B NUMERIC
                MOVE Month-B TO WS-Month-Num
                IF WS-Month-Num > 12
                    MOVE ZERO TO WS-Month-Num
                END-IF
            END-IF.

       LocateChartEntry.
            MOVE ZERO TO WS-Chart-Sub
            IF ChartTableCount > ZERO
                SET ChartIdx TO 1
                SEARCH ChartEntry
                   AT END MOVE ZERO TO WS-Chart-Sub
                   WHEN CA-Account-Tbl(ChartIdx) = Account-B
                        SET WS-Chart-Sub TO ChartIdx
                END-SEARCH
            END-IF.

       LocateBudgetEntry.
            MOVE ZERO TO WS-Budget-Sub
            IF BudgetTableCount > ZERO
                SET BudgetIdx TO 1
                SEARCH BudgetEntry
                   AT END MOVE ZERO TO WS-Budget-Sub
                   WHEN BT-Account-Tbl(BudgetIdx) = Account-B
                        AND BT-Period-Tbl(BudgetIdx) =
                            WS-Wanted-Period
                        AND NOT BudgetSlotDropped(BudgetIdx)
                        SET WS-Budget-Sub TO BudgetIdx
                END-SEARCH
            END-IF.

      * No CHART.DAT (a "35" status) means no account exists yet -
      * every budget keyed is rejected.
       LoadChartTable.
            OPEN INPUT ChartFile
            IF WS-Chart-Status NOT = "00"
                SET EndOfChartFile TO TRUE
            ELSE
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfChartFile
                SET ChartIdx TO ChartTableCount
                SET ChartIdx UP BY 1
                SET ChartTableCount TO ChartIdx
                MOVE COA-Account TO CA-Account-Tbl(ChartIdx)
                MOVE COA-Status  TO CA-Status-Tbl(ChartIdx)
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Chart-Status NOT = "35"
                CLOSE ChartFile
            END-IF.

      * No BUDGET.DAT yet (a "35" status) just means the first
      * year's budget is being keyed tonight - an empty table.
       LoadBudgetTable.
            OPEN INPUT BudgetFile
            IF WS-Budget-Status NOT = "00"
                SET EndOfBudgetFile TO TRUE
            ELSE
                READ BudgetFile
                    AT END SET EndOfBudgetFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfBudgetFile
                SET BudgetIdx TO BudgetTableCount
                SET BudgetIdx UP BY 1
                SET BudgetTableCount TO BudgetIdx
                MOVE BUD-Account TO BT-Account-Tbl(BudgetIdx)
                MOVE BUD-Period  TO BT-Period-Tbl(BudgetIdx)
                MOVE BUD-Amount  TO BT-Amount-Tbl(BudgetIdx)
                MOVE SPACE       TO BT-Dropped-Tbl(BudgetIdx)
                READ BudgetFile
                    AT END SET EndOfBudgetFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Budget-Status NOT = "35"
                CLOSE BudgetFile
            END-IF.

       StoreBudgetTable.
            OPEN OUTPUT BudgetFile
            PERFORM VARYING BudgetIdx FROM 1 BY 1
                    UNTIL BudgetIdx > BudgetTableCount
                IF NOT BudgetSlotDropped(BudgetIdx)
                    MOVE SPACES                    TO BudgetRecord
                    MOVE BT-Account-Tbl(BudgetIdx) TO BUD-Account
                    MOVE BT-Period-Tbl(BudgetIdx)  TO BUD-Period
                    MOVE BT-Amount-Tbl(BudgetIdx)  TO BUD-Amount
                    WRITE BudgetRecord
                END-IF
            END-PERFORM
            CLOSE BudgetFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Budget changes ride the same shared audit trail - no
      * student on a ledger action, so the StudentId lands as zero,
      * and the budget line before and after rides in the images.
       WriteAuditRecord.
            MOVE "BUDGETMNT"        TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE WS-Before-Line     TO AUD-Before-Image
            MOVE WS-After-Line      TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            MOVE SPACES             TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "BudgetMaint - Control Report"
            DISPLAY "Budget months added  : " WS-Budgets-Added
            DISPLAY "Budget months changed: " WS-Budgets-Changed
            DISPLAY "Budget months deleted: " WS-Budgets-Deleted
            DISPLAY "Budget years loaded  : " WS-Years-Loaded
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.


      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is audited as BATCH.
       GetOperatorId.
            MOVE "BATCH" TO WS-Operator-Id
            OPEN INPUT SignonFile
            IF WS-Signon-Status = "00"
                READ SignonFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE SGN-Operator-Id TO WS-Operator-Id
                END-READ
                CLOSE SignonFile
            END-IF.

       END PROGRAM BudgetMaint.
