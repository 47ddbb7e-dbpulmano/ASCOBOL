      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT BudgetFile ASSIGN "BUDGET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Budget-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

      * The last month GLPeriodClose closed - a month after it is
      * still open to postings, so its actuals may yet move.
           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT ReportFile ASSIGN "BUDVSACT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile.
           COPY CHARTACC.

       FD  BudgetFile.
           COPY BUDGET.

       FD  JournalFile.
           COPY GLJRNL.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Budget-Status        PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-Close-Status         PIC XX      VALUE SPACES.

       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Budget-EOF-Switch    PIC X       VALUE "N".
           88 EndOfBudgetFile                  VALUE "Y".
       01  WS-Journal-EOF-Switch   PIC X       VALUE "N".
           88 EndOfJournalFile                 VALUE "Y".

       01  KeyedMonth              PIC X(6)    VALUE SPACES.
       01  KeyedTolerance          PIC X(2)    VALUE SPACES.
       01  KeyedProvisional        PIC X       VALUE SPACES.
           88 ProvisionalRun                   VALUE "Y" "y".

       01  WS-Report-Month         PIC 9(6)    VALUE ZERO.
       01  WS-Report-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Report-MM            PIC 9(2)    VALUE ZERO.
       01  WS-Year-Start           PIC 9(6)    VALUE ZERO.
       01  WS-Last-Closed          PIC 9(6)    VALUE ZERO.
       01  WS-Entry-Month          PIC 9(6)    VALUE ZERO.
       01  WS-Tolerance-Pct        PIC 9(2)    VALUE 10.

      * One line per account in chart order - journal accounts the
      * chart never heard of are appended behind and print last.
       01  AcctTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  AcctTable.
           02 AcctEntry            OCCURS 1 TO 300 TIMES
                                    DEPENDING ON AcctTableCount
                                    INDEXED BY AcctIdx.
               03 AT-Account-Tbl   PIC X(8).
               03 AT-Desc-Tbl      PIC X(30).
               03 AT-Group-Tbl     PIC X(8).
               03 AT-Class-Tbl     PIC X.
                   88 AT-Credit-Side       VALUE "I" "L" "Q".
               03 AT-On-Chart-Tbl  PIC X.
                   88 AT-Is-On-Chart       VALUE "Y".
               03 AT-Bud-Mth-Tbl   PIC S9(9)V99.
               03 AT-Bud-Ytd-Tbl   PIC S9(9)V99.
               03 AT-Act-Mth-Tbl   PIC S9(9)V99.
               03 AT-Act-Ytd-Tbl   PIC S9(9)V99.

       01  WS-Acct-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Wanted-Account       PIC X(8)    VALUE SPACES.

      * The groups in the order the chart first names them - the
      * report subtotals in that order.
       01  GroupTableCount         PIC 9(3)    COMP VALUE ZERO.
       01  GroupTable.
           02 GroupEntry           OCCURS 1 TO 100 TIMES
                                    DEPENDING ON GroupTableCount
                                    INDEXED BY GroupIdx.
               03 GR-Group-Tbl     PIC X(8).

       01  WS-Group-Sub            PIC 9(3)    COMP VALUE ZERO.
       01  WS-Group-Found          PIC 9(3)    COMP VALUE ZERO.
       01  WS-Current-Group        PIC X(8)    VALUE SPACES.

       01  WS-Group-Totals.
           02 WS-Grp-Bud-Mth       PIC S9(9)V99 VALUE ZERO.
           02 WS-Grp-Bud-Ytd       PIC S9(9)V99 VALUE ZERO.
           02 WS-Grp-Act-Mth       PIC S9(9)V99 VALUE ZERO.
           02 WS-Grp-Act-Ytd       PIC S9(9)V99 VALUE ZERO.

       01  WS-Net-Amount           PIC S9(9)V99 VALUE ZERO.
       01  WS-Fig-Budget           PIC S9(9)V99 VALUE ZERO.
       01  WS-Fig-Actual           PIC S9(9)V99 VALUE ZERO.
       01  WS-Fig-Variance         PIC S9(9)V99 VALUE ZERO.
       01  WS-Fig-Limit            PIC S9(9)V99 VALUE ZERO.
       01  WS-Fig-Pct              PIC S9(4)V9  VALUE ZERO.
       01  WS-Fig-Flaggable        PIC X       VALUE "N".
           88 FigureIsFlaggable                VALUE "Y".
       01  WS-Account-Selected     PIC X       VALUE "N".
           88 AccountSelected                  VALUE "Y".

       01  WS-Accounts-Printed     PIC 9(4)    VALUE ZERO.
       01  WS-Accounts-Flagged     PIC 9(4)    VALUE ZERO.
       01  WS-Off-Chart-Count      PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Read           PIC 9(7)    VALUE ZERO.
       01  WS-Account-Flagged      PIC X       VALUE "N".

       01  WS-Title-Line.
           02 FILLER                PIC X(29)   VALUE
              "BUDGET VERSUS ACTUAL - MONTH ".
           02 TI-Month              PIC 9(6).
           02 FILLER                PIC X(13)   VALUE
              "   TOLERANCE ".
           02 TI-Tolerance          PIC Z9.
           02 FILLER                PIC X(1)    VALUE "%".
           02 FILLER                PIC X(29)   VALUE SPACES.

       01  WS-Provisional-Line.
           02 FILLER                PIC X(46)   VALUE
              "*** PROVISIONAL - MONTH NOT YET CLOSED, ACTUAL".
           02 FILLER                PIC X(34)   VALUE
              "S MAY STILL CHANGE ***".

       01  WS-Heading-Line.
           02 FILLER                PIC X(40)   VALUE
              "ACCOUNT         BUDGET          ACTUAL  ".
           02 FILLER                PIC X(40)   VALUE
              "      VARIANCE    VAR%   FLAG           ".

       01  WS-Group-Line.
           02 FILLER                PIC X(6)    VALUE "GROUP ".
           02 GL-Group              PIC X(12).
           02 FILLER                PIC X(62)   VALUE SPACES.

       01  WS-Account-Line.
           02 AL-Account            PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 AL-Description        PIC X(30).
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Figure-Line.
           02 FL-Label              PIC X(8).
           02 FL-Budget             PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 FL-Actual             PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 FL-Variance           PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 FL-Pct-Area           PIC X(7).
           02 FL-Pct REDEFINES FL-Pct-Area
                                    PIC ZZZ9.9-.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 FL-Flag               PIC X(4).
           02 FILLER                PIC X(11)   VALUE SPACES.

       01  WS-Subtotal-Line.
           02 FILLER                PIC X(6)    VALUE "TOTAL ".
           02 SL-Group              PIC X(12).
           02 FILLER                PIC X(62)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The comparison finance used to build by re-keying the close
      * listing into the budget spreadsheet - each account's month
      * and year to date against its budget, the variance and its
      * percentage, subtotalled by the chart's groups, and flagged
      * where spending runs past budget by more than the tolerance.
      * A month the ledger has not closed refuses to report unless
      * the run is marked provisional, and then says so on the page.
            DISPLAY "Enter the month to report (YYYYMM): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedMonth
            ACCEPT KeyedMonth
            IF KeyedMonth NOT NUMERIC
                DISPLAY "BudgetRpt - MONTH MUST BE 6 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedMonth TO WS-Report-Month
            DIVIDE WS-Report-Month BY 100
                GIVING WS-Report-Year REMAINDER WS-Report-MM
            IF WS-Report-MM < 1 OR WS-Report-MM > 12
                DISPLAY "BudgetRpt - MONTH " WS-Report-Month
                    " IS NOT A CALENDAR MONTH - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-Year-Start = WS-Report-Year * 100 + 1

            DISPLAY "Enter the tolerance % (blank for 10): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedTolerance
            ACCEPT KeyedTolerance
            IF KeyedTolerance NOT = SPACES
                IF KeyedTolerance(2:1) = SPACE
                    MOVE KeyedTolerance(1:1) TO KeyedTolerance(2:1)
                    MOVE "0" TO KeyedTolerance(1:1)
                END-IF
                IF KeyedTolerance NOT NUMERIC
                    DISPLAY "BudgetRpt - TOLERANCE MUST BE 0 TO 99 "
                        "- RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE KeyedTolerance TO WS-Tolerance-Pct
            END-IF

            DISPLAY "Provisional run for an open month (Y/N): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedProvisional
            ACCEPT KeyedProvisional

            PERFORM GetLastClosed
            IF WS-Report-Month > WS-Last-Closed
               AND NOT ProvisionalRun
                DISPLAY "BudgetRpt - MONTH " WS-Report-Month
                    " NOT YET CLOSED (LAST CLOSED " WS-Last-Closed
                    ") - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-Report-Month <= WS-Last-Closed
                MOVE "N" TO KeyedProvisional
            END-IF

            PERFORM LoadChartTable
            PERFORM TallyBudgets
            PERFORM TallyActuals
            PERFORM PrintBudgetReport

            DISPLAY "BudgetRpt - Control Report"
            DISPLAY "Month reported      : " WS-Report-Month
            IF ProvisionalRun
                DISPLAY "Run type            : PROVISIONAL"
            ELSE
                DISPLAY "Run type            : CLOSED MONTH"
            END-IF
            DISPLAY "Journal lines read  : " WS-Lines-Read
            DISPLAY "Accounts reported   : " WS-Accounts-Printed
            DISPLAY "Accounts flagged    : " WS-Accounts-Flagged
            DISPLAY "Accounts not on chart: " WS-Off-Chart-Count
            STOP RUN.

      * No CHART.DAT (a "35" status) leaves every journal account
      * reporting under the not-on-chart heading.
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
                SET AcctIdx TO AcctTableCount
                SET AcctIdx UP BY 1
                SET AcctTableCount TO AcctIdx
                MOVE COA-Account     TO AT-Account-Tbl(AcctIdx)
                MOVE COA-Description TO AT-Desc-Tbl(AcctIdx)
                MOVE COA-Group       TO AT-Group-Tbl(AcctIdx)
                MOVE COA-Class       TO AT-Class-Tbl(AcctIdx)
                MOVE "Y"             TO AT-On-Chart-Tbl(AcctIdx)
                MOVE ZERO            TO AT-Bud-Mth-Tbl(AcctIdx)
                MOVE ZERO            TO AT-Bud-Ytd-Tbl(AcctIdx)
                MOVE ZERO            TO AT-Act-Mth-Tbl(AcctIdx)
                MOVE ZERO            TO AT-Act-Ytd-Tbl(AcctIdx)
                MOVE COA-Group       TO WS-Current-Group
                PERFORM NoteGroup
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Chart-Status NOT = "35"
                CLOSE ChartFile
            END-IF.

       NoteGroup.
            MOVE ZERO TO WS-Group-Found
            IF GroupTableCount > ZERO
                SET GroupIdx TO 1
                SEARCH GroupEntry
                   AT END MOVE ZERO TO WS-Group-Found
                   WHEN GR-Group-Tbl(GroupIdx) = WS-Current-Group
                        SET WS-Group-Found TO GroupIdx
                END-SEARCH
            END-IF
            IF WS-Group-Found = ZERO
                SET GroupIdx TO GroupTableCount
                SET GroupIdx UP BY 1
                SET GroupTableCount TO GroupIdx
                MOVE WS-Current-Group TO GR-Group-Tbl(GroupIdx)
            END-IF.

      * Budget figures are keyed in the account's natural direction
      * already, so they add straight in - the report month for the
      * month column, January through the report month for the year.
       TallyBudgets.
            OPEN INPUT BudgetFile
            IF WS-Budget-Status NOT = "00"
                SET EndOfBudgetFile TO TRUE
            ELSE
                READ BudgetFile
                    AT END SET EndOfBudgetFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfBudgetFile
                IF BUD-Period >= WS-Year-Start
                   AND BUD-Period <= WS-Report-Month
                    MOVE BUD-Account TO WS-Wanted-Account
                    PERFORM LocateAccount
                    ADD BUD-Amount TO AT-Bud-Ytd-Tbl(WS-Acct-Sub)
                    IF BUD-Period = WS-Report-Month
                        ADD BUD-Amount TO AT-Bud-Mth-Tbl(WS-Acct-Sub)
                    END-IF
                END-IF
                READ BudgetFile
                    AT END SET EndOfBudgetFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Budget-Status NOT = "35"
                CLOSE BudgetFile
            END-IF.

      * Actuals are the movements posted in the months themselves -
      * the BALFWD lines GLPeriodClose writes only carry the balance
      * already counted, so they stay out. Debit less credit, turned
      * round for credit-side accounts so income reads positive.
       TallyActuals.
            OPEN INPUT JournalFile
            IF WS-Journal-Status NOT = "00"
                SET EndOfJournalFile TO TRUE
            ELSE
                READ JournalFile
                    AT END SET EndOfJournalFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfJournalFile
                DIVIDE GLJ-Date BY 100 GIVING WS-Entry-Month
                IF WS-Entry-Month >= WS-Year-Start
                   AND WS-Entry-Month <= WS-Report-Month
                   AND GLJ-Source NOT = "BALFWD"
                    ADD 1 TO WS-Lines-Read
                    MOVE GLJ-Account TO WS-Wanted-Account
                    PERFORM LocateAccount
                    IF AT-Credit-Side(WS-Acct-Sub)
                        COMPUTE WS-Net-Amount = GLJ-Credit - GLJ-Debit
                    ELSE
                        COMPUTE WS-Net-Amount = GLJ-Debit - GLJ-Credit
                    END-IF
                    ADD WS-Net-Amount TO AT-Act-Ytd-Tbl(WS-Acct-Sub)
                    IF WS-Entry-Month = WS-Report-Month
                        ADD WS-Net-Amount
                            TO AT-Act-Mth-Tbl(WS-Acct-Sub)
                    END-IF
                END-IF
                READ JournalFile
                    AT END SET EndOfJournalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Journal-Status NOT = "35"
                CLOSE JournalFile
            END-IF.

      * Finds WS-Wanted-Account, appending it as a not-on-chart
      * line when the chart does not carry it.
       LocateAccount.
            MOVE ZERO TO WS-Acct-Sub
            IF AcctTableCount > ZERO
                SET AcctIdx TO 1
                SEARCH AcctEntry
                   AT END MOVE ZERO TO WS-Acct-Sub
                   WHEN AT-Account-Tbl(AcctIdx) = WS-Wanted-Account
                        SET WS-Acct-Sub TO AcctIdx
                END-SEARCH
            END-IF
            IF WS-Acct-Sub = ZERO
                SET AcctIdx TO AcctTableCount
                SET AcctIdx UP BY 1
                SET AcctTableCount TO AcctIdx
                SET WS-Acct-Sub TO AcctIdx
                MOVE WS-Wanted-Account TO AT-Account-Tbl(AcctIdx)
                MOVE "** NOT ON CHART **" TO AT-Desc-Tbl(AcctIdx)
                MOVE SPACES TO AT-Group-Tbl(AcctIdx)
                MOVE SPACE  TO AT-Class-Tbl(AcctIdx)
                MOVE "N"    TO AT-On-Chart-Tbl(AcctIdx)
                MOVE ZERO   TO AT-Bud-Mth-Tbl(AcctIdx)
                MOVE ZERO   TO AT-Bud-Ytd-Tbl(AcctIdx)
                MOVE ZERO   TO AT-Act-Mth-Tbl(AcctIdx)
                MOVE ZERO   TO AT-Act-Ytd-Tbl(AcctIdx)
                ADD 1 TO WS-Off-Chart-Count
            END-IF.

       PrintBudgetReport.
            OPEN OUTPUT ReportFile
            MOVE WS-Report-Month TO TI-Month
            MOVE WS-Tolerance-Pct TO TI-Tolerance
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            IF ProvisionalRun
                MOVE WS-Provisional-Line TO ShowReport
                WRITE ShowReport
            END-IF
            MOVE WS-Heading-Line TO ShowReport
            WRITE ShowReport
            PERFORM PrintOneGroup
                VARYING WS-Group-Sub FROM 1 BY 1
                UNTIL WS-Group-Sub > GroupTableCount
            IF WS-Off-Chart-Count > ZERO
                MOVE "NOCHART" TO WS-Current-Group
                PERFORM PrintGroupBody
            END-IF
            CLOSE ReportFile.

       PrintOneGroup.
            MOVE GR-Group-Tbl(WS-Group-Sub) TO WS-Current-Group
            PERFORM PrintGroupBody.

      * One group's accounts then its subtotal - an account with no
      * budget and no postings this year is left off the page.
       PrintGroupBody.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE WS-Current-Group TO GL-Group
            IF WS-Current-Group = SPACES
                MOVE "UNGROUPED" TO GL-Group
            END-IF
            IF WS-Current-Group = "NOCHART"
                MOVE "NOT ON CHART" TO GL-Group
            END-IF
            MOVE WS-Group-Line TO ShowReport
            WRITE ShowReport
            INITIALIZE WS-Group-Totals
            PERFORM PrintGroupAccount
                VARYING WS-Acct-Sub FROM 1 BY 1
                UNTIL WS-Acct-Sub > AcctTableCount
            MOVE GL-Group TO SL-Group
            MOVE WS-Subtotal-Line TO ShowReport
            WRITE ShowReport
            MOVE "N" TO WS-Fig-Flaggable
            MOVE "  MTH" TO FL-Label
            MOVE WS-Grp-Bud-Mth TO WS-Fig-Budget
            MOVE WS-Grp-Act-Mth TO WS-Fig-Actual
            PERFORM PrintFigureLine
            MOVE "  YTD" TO FL-Label
            MOVE WS-Grp-Bud-Ytd TO WS-Fig-Budget
            MOVE WS-Grp-Act-Ytd TO WS-Fig-Actual
            PERFORM PrintFigureLine.

       PrintGroupAccount.
            MOVE "N" TO WS-Account-Selected
            IF WS-Current-Group = "NOCHART"
                IF NOT AT-Is-On-Chart(WS-Acct-Sub)
                    MOVE "Y" TO WS-Account-Selected
                END-IF
            ELSE
                IF AT-Is-On-Chart(WS-Acct-Sub)
                   AND AT-Group-Tbl(WS-Acct-Sub) = WS-Current-Group
                    MOVE "Y" TO WS-Account-Selected
                END-IF
            END-IF
            IF AT-Bud-Ytd-Tbl(WS-Acct-Sub) = ZERO
               AND AT-Act-Ytd-Tbl(WS-Acct-Sub) = ZERO
                MOVE "N" TO WS-Account-Selected
            END-IF
            IF AccountSelected
                PERFORM PrintAccountFigures
            END-IF.

       PrintAccountFigures.
            ADD 1 TO WS-Accounts-Printed
            MOVE "N" TO WS-Account-Flagged
            MOVE AT-Account-Tbl(WS-Acct-Sub) TO AL-Account
            MOVE AT-Desc-Tbl(WS-Acct-Sub)    TO AL-Description
            MOVE WS-Account-Line TO ShowReport
            WRITE ShowReport
            IF AT-Credit-Side(WS-Acct-Sub)
                MOVE "N" TO WS-Fig-Flaggable
            ELSE
                MOVE "Y" TO WS-Fig-Flaggable
            END-IF
            MOVE "  MTH" TO FL-Label
            MOVE AT-Bud-Mth-Tbl(WS-Acct-Sub) TO WS-Fig-Budget
            MOVE AT-Act-Mth-Tbl(WS-Acct-Sub) TO WS-Fig-Actual
            PERFORM PrintFigureLine
            MOVE "  YTD" TO FL-Label
            MOVE AT-Bud-Ytd-Tbl(WS-Acct-Sub) TO WS-Fig-Budget
            MOVE AT-Act-Ytd-Tbl(WS-Acct-Sub) TO WS-Fig-Actual
            PERFORM PrintFigureLine
            IF WS-Account-Flagged = "Y"
                ADD 1 TO WS-Accounts-Flagged
            END-IF
            ADD AT-Bud-Mth-Tbl(WS-Acct-Sub) TO WS-Grp-Bud-Mth
            ADD AT-Bud-Ytd-Tbl(WS-Acct-Sub) TO WS-Grp-Bud-Ytd
            ADD AT-Act-Mth-Tbl(WS-Acct-Sub) TO WS-Grp-Act-Mth
            ADD AT-Act-Ytd-Tbl(WS-Acct-Sub) TO WS-Grp-Act-Ytd.

      * Variance is actual less budget. Over budget is a spending
      * question, so only debit-side accounts take the flag - income
      * running ahead of budget is no cause for follow-up. Subtotal
      * lines show the figures but carry no flag.
       PrintFigureLine.
            COMPUTE WS-Fig-Variance = WS-Fig-Actual - WS-Fig-Budget
            MOVE WS-Fig-Budget   TO FL-Budget
            MOVE WS-Fig-Actual   TO FL-Actual
            MOVE WS-Fig-Variance TO FL-Variance
            MOVE SPACES TO FL-Pct-Area
            IF WS-Fig-Budget NOT = ZERO
                COMPUTE WS-Fig-Pct ROUNDED =
                    WS-Fig-Variance * 100 / WS-Fig-Budget
                    ON SIZE ERROR MOVE 9999.9 TO WS-Fig-Pct
                END-COMPUTE
                MOVE WS-Fig-Pct TO FL-Pct
            END-IF
            MOVE SPACES TO FL-Flag
            IF FigureIsFlaggable
               AND WS-Fig-Variance > ZERO
                COMPUTE WS-Fig-Limit ROUNDED =
                    WS-Fig-Budget * WS-Tolerance-Pct / 100
                IF WS-Fig-Variance > WS-Fig-Limit
                    MOVE "OVER" TO FL-Flag
                    MOVE "Y" TO WS-Account-Flagged
                END-IF
            END-IF
            MOVE WS-Figure-Line TO ShowReport
            WRITE ShowReport.

      * No GLCLOSE.DAT (a "35" status) means no month has ever
      * closed - only a provisional run can report.
       GetLastClosed.
            MOVE ZERO TO WS-Last-Closed
            OPEN INPUT CloseControlFile
            IF WS-Close-Status = "00"
                READ CloseControlFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE GLC-Last-Closed TO WS-Last-Closed
                END-READ
                CLOSE CloseControlFile
            END-IF.

       END PROGRAM BudgetRpt.
