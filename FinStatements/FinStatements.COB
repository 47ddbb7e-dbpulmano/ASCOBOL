      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStatements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

           SELECT ReportFile ASSIGN "FINSTMT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile.
           COPY CHARTACC.

       FD  JournalFile.
           COPY GLJRNL.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.

       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Journal-EOF-Switch   PIC X       VALUE "N".
           88 EndOfJournalFile                 VALUE "Y".

       01  KeyedMonth              PIC X(6)    VALUE SPACES.

      * The month reported and the same month a year earlier - the
      * comparative columns run every figure twice.
       01  WS-Report-Month         PIC 9(6)    VALUE ZERO.
       01  WS-Report-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Report-MM            PIC 9(2)    VALUE ZERO.
       01  WS-Year-Start           PIC 9(6)    VALUE ZERO.
       01  WS-Prior-Month          PIC 9(6)    VALUE ZERO.
       01  WS-Prior-Year-Start     PIC 9(6)    VALUE ZERO.
       01  WS-Entry-Month          PIC 9(6)    VALUE ZERO.
       01  WS-Net-Amount           PIC S9(9)V99 VALUE ZERO.

      * Every figure per account is debit less credit as posted:
      * the month, the year to date, everything before the year
      * began, and the balance to date - for this year and last.
       01  AcctTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  AcctTable.
           02 AcctEntry            OCCURS 1 TO 300 TIMES
                                    DEPENDING ON AcctTableCount
                                    INDEXED BY AcctIdx.
               03 AT-Account-Tbl   PIC X(8).
               03 AT-Desc-Tbl      PIC X(30).
               03 AT-Class-Tbl     PIC X.
                   88 AT-Profit-Loss       VALUE "I" "S" "E".
                   88 AT-Credit-Side       VALUE "I" "L" "Q".
               03 AT-Caption-Tbl   PIC X(20).
               03 AT-Mth-Cur-Tbl   PIC S9(9)V99.
               03 AT-Ytd-Cur-Tbl   PIC S9(9)V99.
               03 AT-Pre-Cur-Tbl   PIC S9(9)V99.
               03 AT-Bal-Cur-Tbl   PIC S9(9)V99.
               03 AT-Mth-Pri-Tbl   PIC S9(9)V99.
               03 AT-Ytd-Pri-Tbl   PIC S9(9)V99.
               03 AT-Pre-Pri-Tbl   PIC S9(9)V99.
               03 AT-Bal-Pri-Tbl   PIC S9(9)V99.

       01  WS-Acct-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Wanted-Account       PIC X(8)    VALUE SPACES.

      * The statement lines in chart order, each figure turned to
      * its natural side so income and liabilities read positive.
       01  LineTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LineTable.
           02 LineEntry            OCCURS 1 TO 300 TIMES
                                    DEPENDING ON LineTableCount
                                    INDEXED BY LineIdx.
               03 LN-Class-Tbl     PIC X.
               03 LN-Caption-Tbl   PIC X(20).
               03 LN-Mth-Cur-Tbl   PIC S9(9)V99.
               03 LN-Mth-Pri-Tbl   PIC S9(9)V99.
               03 LN-Ytd-Cur-Tbl   PIC S9(9)V99.
               03 LN-Ytd-Pri-Tbl   PIC S9(9)V99.
               03 LN-Bal-Cur-Tbl   PIC S9(9)V99.
               03 LN-Bal-Pri-Tbl   PIC S9(9)V99.

       01  WS-Line-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Print-Class          PIC X       VALUE SPACE.

      * Running figures for the section being printed - four P&L
      * columns, or the two balance sheet dates in the first two.
       01  WS-Section-Totals.
           02 WS-Sec-Col           PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-Income-Totals.
           02 WS-Inc-Col           PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-Gross-Totals.
           02 WS-Grs-Col           PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-Asset-Totals.
           02 WS-Ast-Col           PIC S9(9)V99 OCCURS 2 TIMES.
       01  WS-Net-Asset-Totals.
           02 WS-Nas-Col           PIC S9(9)V99 OCCURS 2 TIMES.
       01  WS-Col-Sub              PIC 9       VALUE ZERO.

      * Results the balance sheet carries in equity - the ledger is
      * never closed off to reserves, so what the profit and loss
      * accounts held before the year began is the prior years'
      * result, and this year's to date is the current year result.
       01  WS-Result-Figures.
           02 WS-Prior-Result-Cur  PIC S9(9)V99 VALUE ZERO.
           02 WS-Prior-Result-Pri  PIC S9(9)V99 VALUE ZERO.
           02 WS-Year-Result-Cur   PIC S9(9)V99 VALUE ZERO.
           02 WS-Year-Result-Pri   PIC S9(9)V99 VALUE ZERO.

       01  WS-TB-Debits            PIC S9(9)V99 VALUE ZERO.
       01  WS-TB-Credits           PIC S9(9)V99 VALUE ZERO.
       01  WS-TB-Difference        PIC S9(9)V99 VALUE ZERO.
       01  WS-Lines-Read           PIC 9(7)    VALUE ZERO.
       01  WS-Off-Chart-Count      PIC 9(4)    VALUE ZERO.

       01  WS-Title-Line.
           02 TL-Title              PIC X(16).
           02 FILLER                PIC X(15)   VALUE
              " - MONTH ENDED ".
           02 TL-Month              PIC 9(6).
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-TB-Heading.
           02 FILLER                PIC X(40)   VALUE
              "ACCOUNT  DESCRIPTION                    ".
           02 FILLER                PIC X(40)   VALUE
              "         DEBIT         CREDIT           ".

       01  WS-TB-Line.
           02 TB-Account            PIC X(8).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 TB-Description        PIC X(30).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 TB-Debit-Area         PIC X(14).
           02 TB-Debit REDEFINES TB-Debit-Area
                                    PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 TB-Credit-Area        PIC X(14).
           02 TB-Credit REDEFINES TB-Credit-Area
                                    PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(11)   VALUE SPACES.

       01  WS-TB-Unbalanced-Line.
           02 FILLER                PIC X(38)   VALUE
              "*** TRIAL BALANCE OUT OF BALANCE BY   ".
           02 TU-Difference         PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(27)   VALUE
              " - NO STATEMENTS PRINTED".

       01  WS-PL-Heading.
           02 FILLER                PIC X(40)   VALUE
              "                        THIS MONTH  LAST".
           02 FILLER                PIC X(40)   VALUE
              " YR MONTH   YEAR TO DATE    LAST YR YTD ".

       01  WS-BS-Heading.
           02 FILLER                PIC X(40)   VALUE
              "                                     THI".
           02 FILLER                PIC X(40)   VALUE
              "S YEAR        LAST YEAR                 ".

       01  WS-Caption-Line.
           02 CL-Caption            PIC X(30).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-PL-Line.
           02 PL-Caption            PIC X(20).
           02 PL-Column             OCCURS 4 TIMES.
               03 FILLER            PIC X(1).
               03 PL-Amount         PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-BS-Line.
           02 BS-Caption            PIC X(30).
           02 BS-Column             OCCURS 2 TIMES.
               03 FILLER            PIC X(2).
               03 BS-Amount         PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(16).

       PROCEDURE DIVISION.
       BEGIN.
      * The statements the accountant used to build by hand from
      * the period-close listing. The trial balance prints first
      * and must balance - if the ledger does not, nothing built
      * on it is worth printing and the run stops there. Then the
      * profit and loss for the month and the year to date, and
      * the balance sheet at the month end carrying this year's
      * result, each beside the same period last year.
            DISPLAY "Enter the month to report (YYYYMM): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedMonth
            ACCEPT KeyedMonth
            IF KeyedMonth NOT NUMERIC
                DISPLAY "FinStatements - MONTH MUST BE 6 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedMonth TO WS-Report-Month
            DIVIDE WS-Report-Month BY 100
                GIVING WS-Report-Year REMAINDER WS-Report-MM
            IF WS-Report-MM < 1 OR WS-Report-MM > 12
                DISPLAY "FinStatements - MONTH " WS-Report-Month
                    " IS NOT A CALENDAR MONTH - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-Year-Start = WS-Report-Year * 100 + 1
            COMPUTE WS-Prior-Month = WS-Report-Month - 100
            COMPUTE WS-Prior-Year-Start = WS-Year-Start - 100

            PERFORM LoadChartTable
            PERFORM TallyJournal

            OPEN OUTPUT ReportFile
            PERFORM PrintTrialBalance
            IF WS-TB-Difference NOT = ZERO
                MOVE WS-TB-Difference TO TU-Difference
                MOVE WS-TB-Unbalanced-Line TO ShowReport
                WRITE ShowReport
                CLOSE ReportFile
                DISPLAY "FinStatements - TRIAL BALANCE OUT BY "
                    TU-Difference " - STATEMENTS NOT PRINTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM BuildStatementLines
            PERFORM PrintProfitAndLoss
            PERFORM PrintBalanceSheet
            CLOSE ReportFile

            DISPLAY "FinStatements - Control Report"
            DISPLAY "Month reported      : " WS-Report-Month
            DISPLAY "Journal lines read  : " WS-Lines-Read
            DISPLAY "Accounts on ledger  : " AcctTableCount
            DISPLAY "Accounts not on chart: " WS-Off-Chart-Count
            MOVE WS-TB-Debits TO TB-Debit
            DISPLAY "Trial balance total : " TB-Debit
            STOP RUN.

      * An account with no class is taken as a debit-side expense,
      * as the chart record says - so an unclassified account still
      * lands somewhere and the statements still balance.
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
                MOVE COA-Account TO WS-Wanted-Account
                PERFORM AddAccountEntry
                MOVE COA-Description TO AT-Desc-Tbl(WS-Acct-Sub)
                IF ValidAccountClass
                    MOVE COA-Class TO AT-Class-Tbl(WS-Acct-Sub)
                END-IF
                IF COA-Report-Line NOT = SPACES
                    MOVE COA-Report-Line
                        TO AT-Caption-Tbl(WS-Acct-Sub)
                ELSE
                    MOVE COA-Description
                        TO AT-Caption-Tbl(WS-Acct-Sub)
                END-IF
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Chart-Status NOT = "35"
                CLOSE ChartFile
            END-IF.

       AddAccountEntry.
            SET AcctIdx TO AcctTableCount
            SET AcctIdx UP BY 1
            SET AcctTableCount TO AcctIdx
            SET WS-Acct-Sub TO AcctIdx
            MOVE WS-Wanted-Account TO AT-Account-Tbl(AcctIdx)
            MOVE "** NOT ON CHART **" TO AT-Desc-Tbl(AcctIdx)
            MOVE "E"               TO AT-Class-Tbl(AcctIdx)
            MOVE "NOT ON CHART"    TO AT-Caption-Tbl(AcctIdx)
            MOVE ZERO TO AT-Mth-Cur-Tbl(AcctIdx)
                         AT-Ytd-Cur-Tbl(AcctIdx)
                         AT-Pre-Cur-Tbl(AcctIdx)
                         AT-Bal-Cur-Tbl(AcctIdx)
                         AT-Mth-Pri-Tbl(AcctIdx)
                         AT-Ytd-Pri-Tbl(AcctIdx)
                         AT-Pre-Pri-Tbl(AcctIdx)
                         AT-Bal-Pri-Tbl(AcctIdx).

      * Every posted line up to the month end counts - the BALFWD
      * lines GLPeriodClose writes only repeat a balance already
      * made up of those lines, so they stay out.
       TallyJournal.
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
                IF WS-Entry-Month <= WS-Report-Month
                   AND GLJ-Source NOT = "BALFWD"
                    ADD 1 TO WS-Lines-Read
                    PERFORM TallyOneLine
                END-IF
                READ JournalFile
                    AT END SET EndOfJournalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Journal-Status NOT = "35"
                CLOSE JournalFile
            END-IF.

       TallyOneLine.
            MOVE GLJ-Account TO WS-Wanted-Account
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
                PERFORM AddAccountEntry
                ADD 1 TO WS-Off-Chart-Count
            END-IF
            COMPUTE WS-Net-Amount = GLJ-Debit - GLJ-Credit
            ADD WS-Net-Amount TO AT-Bal-Cur-Tbl(WS-Acct-Sub)
            IF WS-Entry-Month < WS-Year-Start
                ADD WS-Net-Amount TO AT-Pre-Cur-Tbl(WS-Acct-Sub)
            ELSE
                ADD WS-Net-Amount TO AT-Ytd-Cur-Tbl(WS-Acct-Sub)
            END-IF
            IF WS-Entry-Month = WS-Report-Month
                ADD WS-Net-Amount TO AT-Mth-Cur-Tbl(WS-Acct-Sub)
            END-IF
            IF WS-Entry-Month <= WS-Prior-Month
                ADD WS-Net-Amount TO AT-Bal-Pri-Tbl(WS-Acct-Sub)
                IF WS-Entry-Month < WS-Prior-Year-Start
                    ADD WS-Net-Amount TO AT-Pre-Pri-Tbl(WS-Acct-Sub)
                ELSE
                    ADD WS-Net-Amount TO AT-Ytd-Pri-Tbl(WS-Acct-Sub)
                END-IF
                IF WS-Entry-Month = WS-Prior-Month
                    ADD WS-Net-Amount TO AT-Mth-Pri-Tbl(WS-Acct-Sub)
                END-IF
            END-IF.

      * One line per account with a balance, on the side it runs -
      * the two columns must agree before anything else prints.
       PrintTrialBalance.
            MOVE "TRIAL BALANCE" TO TL-Title
            MOVE WS-Report-Month TO TL-Month
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-TB-Heading TO ShowReport
            WRITE ShowReport
            PERFORM PrintTrialBalanceLine
                VARYING WS-Acct-Sub FROM 1 BY 1
                UNTIL WS-Acct-Sub > AcctTableCount
            MOVE SPACES TO TB-Account
            MOVE "TOTALS" TO TB-Description
            MOVE WS-TB-Debits TO TB-Debit
            MOVE WS-TB-Credits TO TB-Credit
            MOVE WS-TB-Line TO ShowReport
            WRITE ShowReport
            COMPUTE WS-TB-Difference = WS-TB-Debits - WS-TB-Credits.

       PrintTrialBalanceLine.
            IF AT-Bal-Cur-Tbl(WS-Acct-Sub) NOT = ZERO
                MOVE AT-Account-Tbl(WS-Acct-Sub) TO TB-Account
                MOVE AT-Desc-Tbl(WS-Acct-Sub)    TO TB-Description
                MOVE SPACES TO TB-Debit-Area
                MOVE SPACES TO TB-Credit-Area
                IF AT-Bal-Cur-Tbl(WS-Acct-Sub) > ZERO
                    MOVE AT-Bal-Cur-Tbl(WS-Acct-Sub) TO TB-Debit
                    ADD AT-Bal-Cur-Tbl(WS-Acct-Sub) TO WS-TB-Debits
                ELSE
                    COMPUTE WS-Net-Amount =
                        ZERO - AT-Bal-Cur-Tbl(WS-Acct-Sub)
                    MOVE WS-Net-Amount TO TB-Credit
                    ADD WS-Net-Amount TO WS-TB-Credits
                END-IF
                MOVE WS-TB-Line TO ShowReport
                WRITE ShowReport
            END-IF.

      * Accounts sharing a class and reporting line fold into one
      * statement line; the results of the profit and loss accounts
      * are gathered on the way for the balance sheet's equity.
       BuildStatementLines.
            PERFORM AddAccountToLine
                VARYING WS-Acct-Sub FROM 1 BY 1
                UNTIL WS-Acct-Sub > AcctTableCount.

       AddAccountToLine.
            IF AT-Profit-Loss(WS-Acct-Sub)
                SUBTRACT AT-Pre-Cur-Tbl(WS-Acct-Sub)
                    FROM WS-Prior-Result-Cur
                SUBTRACT AT-Pre-Pri-Tbl(WS-Acct-Sub)
                    FROM WS-Prior-Result-Pri
                SUBTRACT AT-Ytd-Cur-Tbl(WS-Acct-Sub)
                    FROM WS-Year-Result-Cur
                SUBTRACT AT-Ytd-Pri-Tbl(WS-Acct-Sub)
                    FROM WS-Year-Result-Pri
            END-IF
            MOVE ZERO TO WS-Line-Sub
            IF LineTableCount > ZERO
                SET LineIdx TO 1
                SEARCH LineEntry
                   AT END MOVE ZERO TO WS-Line-Sub
                   WHEN LN-Class-Tbl(LineIdx) =
                            AT-Class-Tbl(WS-Acct-Sub)
                        AND LN-Caption-Tbl(LineIdx) =
                            AT-Caption-Tbl(WS-Acct-Sub)
                        SET WS-Line-Sub TO LineIdx
                END-SEARCH
            END-IF
            IF WS-Line-Sub = ZERO
                SET LineIdx TO LineTableCount
                SET LineIdx UP BY 1
                SET LineTableCount TO LineIdx
                SET WS-Line-Sub TO LineIdx
                MOVE AT-Class-Tbl(WS-Acct-Sub)
                    TO LN-Class-Tbl(LineIdx)
                MOVE AT-Caption-Tbl(WS-Acct-Sub)
                    TO LN-Caption-Tbl(LineIdx)
                MOVE ZERO TO LN-Mth-Cur-Tbl(LineIdx)
                             LN-Mth-Pri-Tbl(LineIdx)
                             LN-Ytd-Cur-Tbl(LineIdx)
                             LN-Ytd-Pri-Tbl(LineIdx)
                             LN-Bal-Cur-Tbl(LineIdx)
                             LN-Bal-Pri-Tbl(LineIdx)
            END-IF
            IF AT-Credit-Side(WS-Acct-Sub)
                SUBTRACT AT-Mth-Cur-Tbl(WS-Acct-Sub)
                    FROM LN-Mth-Cur-Tbl(WS-Line-Sub)
                SUBTRACT AT-Mth-Pri-Tbl(WS-Acct-Sub)
                    FROM LN-Mth-Pri-Tbl(WS-Line-Sub)
                SUBTRACT AT-Ytd-Cur-Tbl(WS-Acct-Sub)
                    FROM LN-Ytd-Cur-Tbl(WS-Line-Sub)
                SUBTRACT AT-Ytd-Pri-Tbl(WS-Acct-Sub)
                    FROM LN-Ytd-Pri-Tbl(WS-Line-Sub)
                SUBTRACT AT-Bal-Cur-Tbl(WS-Acct-Sub)
                    FROM LN-Bal-Cur-Tbl(WS-Line-Sub)
                SUBTRACT AT-Bal-Pri-Tbl(WS-Acct-Sub)
                    FROM LN-Bal-Pri-Tbl(WS-Line-Sub)
            ELSE
                ADD AT-Mth-Cur-Tbl(WS-Acct-Sub)
                    TO LN-Mth-Cur-Tbl(WS-Line-Sub)
                ADD AT-Mth-Pri-Tbl(WS-Acct-Sub)
                    TO LN-Mth-Pri-Tbl(WS-Line-Sub)
                ADD AT-Ytd-Cur-Tbl(WS-Acct-Sub)
                    TO LN-Ytd-Cur-Tbl(WS-Line-Sub)
                ADD AT-Ytd-Pri-Tbl(WS-Acct-Sub)
                    TO LN-Ytd-Pri-Tbl(WS-Line-Sub)
                ADD AT-Bal-Cur-Tbl(WS-Acct-Sub)
                    TO LN-Bal-Cur-Tbl(WS-Line-Sub)
                ADD AT-Bal-Pri-Tbl(WS-Acct-Sub)
                    TO LN-Bal-Pri-Tbl(WS-Line-Sub)
            END-IF.

      * Income, less cost of sales for the gross profit, less
      * expenses for the net profit - four columns throughout.
       PrintProfitAndLoss.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE "PROFIT AND LOSS" TO TL-Title
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-PL-Heading TO ShowReport
            WRITE ShowReport

            MOVE "INCOME" TO CL-Caption
            MOVE "I" TO WS-Print-Class
            PERFORM PrintPLSection
            MOVE WS-Section-Totals TO WS-Income-Totals
            MOVE "TOTAL INCOME" TO PL-Caption
            PERFORM PrintPLTotal

            MOVE "COST OF SALES" TO CL-Caption
            MOVE "S" TO WS-Print-Class
            PERFORM PrintPLSection
            MOVE "TOTAL COST OF SALES" TO PL-Caption
            PERFORM PrintPLTotal
            PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                    UNTIL WS-Col-Sub > 4
                COMPUTE WS-Grs-Col(WS-Col-Sub) =
                    WS-Inc-Col(WS-Col-Sub) - WS-Sec-Col(WS-Col-Sub)
            END-PERFORM
            MOVE WS-Gross-Totals TO WS-Section-Totals
            MOVE "GROSS PROFIT" TO PL-Caption
            PERFORM PrintPLTotal

            MOVE "EXPENSES" TO CL-Caption
            MOVE "E" TO WS-Print-Class
            PERFORM PrintPLSection
            MOVE "TOTAL EXPENSES" TO PL-Caption
            PERFORM PrintPLTotal
            PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                    UNTIL WS-Col-Sub > 4
                COMPUTE WS-Sec-Col(WS-Col-Sub) =
                    WS-Grs-Col(WS-Col-Sub) - WS-Sec-Col(WS-Col-Sub)
            END-PERFORM
            MOVE "NET PROFIT" TO PL-Caption
            PERFORM PrintPLTotal.

       PrintPLSection.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE WS-Caption-Line TO ShowReport
            WRITE ShowReport
            MOVE ZERO TO WS-Sec-Col(1) WS-Sec-Col(2)
                         WS-Sec-Col(3) WS-Sec-Col(4)
            PERFORM PrintPLLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > LineTableCount.

       PrintPLLine.
            IF LN-Class-Tbl(WS-Line-Sub) = WS-Print-Class
                MOVE SPACES TO WS-PL-Line
                MOVE LN-Caption-Tbl(WS-Line-Sub) TO PL-Caption
                MOVE LN-Mth-Cur-Tbl(WS-Line-Sub) TO PL-Amount(1)
                MOVE LN-Mth-Pri-Tbl(WS-Line-Sub) TO PL-Amount(2)
                MOVE LN-Ytd-Cur-Tbl(WS-Line-Sub) TO PL-Amount(3)
                MOVE LN-Ytd-Pri-Tbl(WS-Line-Sub) TO PL-Amount(4)
                ADD LN-Mth-Cur-Tbl(WS-Line-Sub) TO WS-Sec-Col(1)
                ADD LN-Mth-Pri-Tbl(WS-Line-Sub) TO WS-Sec-Col(2)
                ADD LN-Ytd-Cur-Tbl(WS-Line-Sub) TO WS-Sec-Col(3)
                ADD LN-Ytd-Pri-Tbl(WS-Line-Sub) TO WS-Sec-Col(4)
                MOVE WS-PL-Line TO ShowReport
                WRITE ShowReport
            END-IF.

      * PL-Caption is set by the caller; the figures are the
      * section totals as they stand.
       PrintPLTotal.
            PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                    UNTIL WS-Col-Sub > 4
                MOVE WS-Sec-Col(WS-Col-Sub) TO PL-Amount(WS-Col-Sub)
            END-PERFORM
            MOVE WS-PL-Line TO ShowReport
            WRITE ShowReport.

      * Assets less liabilities for the net assets, matched by the
      * equity accounts plus the results the ledger still holds in
      * its profit and loss accounts - the two totals agree whenever
      * the trial balance does.
       PrintBalanceSheet.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE "BALANCE SHEET" TO TL-Title
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-BS-Heading TO ShowReport
            WRITE ShowReport

            MOVE "ASSETS" TO CL-Caption
            MOVE "A" TO WS-Print-Class
            PERFORM PrintBSSection
            MOVE WS-Sec-Col(1) TO WS-Ast-Col(1)
            MOVE WS-Sec-Col(2) TO WS-Ast-Col(2)
            MOVE "TOTAL ASSETS" TO BS-Caption
            PERFORM PrintBSTotal

            MOVE "LIABILITIES" TO CL-Caption
            MOVE "L" TO WS-Print-Class
            PERFORM PrintBSSection
            MOVE "TOTAL LIABILITIES" TO BS-Caption
            PERFORM PrintBSTotal
            COMPUTE WS-Nas-Col(1) = WS-Ast-Col(1) - WS-Sec-Col(1)
            COMPUTE WS-Nas-Col(2) = WS-Ast-Col(2) - WS-Sec-Col(2)
            MOVE WS-Nas-Col(1) TO WS-Sec-Col(1)
            MOVE WS-Nas-Col(2) TO WS-Sec-Col(2)
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE "NET ASSETS" TO BS-Caption
            PERFORM PrintBSTotal

            MOVE "EQUITY" TO CL-Caption
            MOVE "Q" TO WS-Print-Class
            PERFORM PrintBSSection
            MOVE SPACES TO WS-BS-Line
            MOVE "RESULT OF PRIOR YEARS" TO BS-Caption
            MOVE WS-Prior-Result-Cur TO BS-Amount(1)
            MOVE WS-Prior-Result-Pri TO BS-Amount(2)
            MOVE WS-BS-Line TO ShowReport
            WRITE ShowReport
            MOVE "CURRENT YEAR RESULT" TO BS-Caption
            MOVE WS-Year-Result-Cur TO BS-Amount(1)
            MOVE WS-Year-Result-Pri TO BS-Amount(2)
            MOVE WS-BS-Line TO ShowReport
            WRITE ShowReport
            ADD WS-Prior-Result-Cur WS-Year-Result-Cur
                TO WS-Sec-Col(1)
            ADD WS-Prior-Result-Pri WS-Year-Result-Pri
                TO WS-Sec-Col(2)
            MOVE "TOTAL EQUITY" TO BS-Caption
            PERFORM PrintBSTotal.

       PrintBSSection.
            MOVE SPACES TO ShowReport
            WRITE ShowReport
            MOVE WS-Caption-Line TO ShowReport
            WRITE ShowReport
            MOVE ZERO TO WS-Sec-Col(1) WS-Sec-Col(2)
            PERFORM PrintBSLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > LineTableCount.

       PrintBSLine.
            IF LN-Class-Tbl(WS-Line-Sub) = WS-Print-Class
                MOVE SPACES TO WS-BS-Line
                MOVE LN-Caption-Tbl(WS-Line-Sub) TO BS-Caption
                MOVE LN-Bal-Cur-Tbl(WS-Line-Sub) TO BS-Amount(1)
                MOVE LN-Bal-Pri-Tbl(WS-Line-Sub) TO BS-Amount(2)
                ADD LN-Bal-Cur-Tbl(WS-Line-Sub) TO WS-Sec-Col(1)
                ADD LN-Bal-Pri-Tbl(WS-Line-Sub) TO WS-Sec-Col(2)
                MOVE WS-BS-Line TO ShowReport
                WRITE ShowReport
            END-IF.

      * BS-Caption is set by the caller.
       PrintBSTotal.
            MOVE WS-Sec-Col(1) TO BS-Amount(1)
            MOVE WS-Sec-Col(2) TO BS-Amount(2)
            MOVE WS-BS-Line TO ShowReport
            WRITE ShowReport.

       END PROGRAM FinStatements.
