      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManualJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransFile ASSIGN "MANJNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Trans-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

      * The chart of accounts ChartMaint keeps and the period-close
      * control GLPeriodClose advances - every line is checked
      * against both before any of its journal posts.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT RegisterFile ASSIGN "MJREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Register-Status.

           SELECT TemplateFile ASSIGN "RECURJNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Template-Status.

           SELECT ExceptionFile ASSIGN "MANJEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * A batch is any number of journals, each a header followed by
      * its lines. The header's kind says what to do with it:
      *   "J" - post it as keyed;
      *   "R" - post it, and post its reversal dated the first of
      *         the following month;
      *   "T" - keep it as a recurring template instead of posting -
      *         the date's day is the day of the month it posts on,
      *         its month the first month it runs, and MJH-End-Month
      *         the last (blank to run until cancelled);
      *   "X" - cancel template MJH-Template-No; no lines follow.
       FD  TransFile.
       01  ManualJnlRecord.
           02 MJ-Record-Type       PIC X.
               88 ManualJnlHeader          VALUE "H".
               88 ManualJnlLine            VALUE "L".
           02 MJL-Account          PIC X(8).
           02 MJL-Debit            PIC X(9).
           02 MJL-Debit-Num REDEFINES MJL-Debit
                                   PIC 9(7)V99.
           02 MJL-Credit           PIC X(9).
           02 MJL-Credit-Num REDEFINES MJL-Credit
                                   PIC 9(7)V99.
           02 FILLER               PIC X(44).

       01  ManualJnlHeaderRecord REDEFINES ManualJnlRecord.
           02 MJH-Record-Type      PIC X.
           02 MJH-Kind             PIC X.
           02 MJH-Date             PIC X(8).
           02 MJH-Date-Num REDEFINES MJH-Date
                                   PIC 9(8).
           02 MJH-Description      PIC X(30).
           02 MJH-Preparer         PIC X(8).
           02 MJH-End-Month        PIC X(6).
           02 MJH-End-Month-Num REDEFINES MJH-End-Month
                                   PIC 9(6).
           02 MJH-Template-No      PIC X(6).
           02 MJH-Template-No-Num REDEFINES MJH-Template-No
                                   PIC 9(6).
           02 FILLER               PIC X(11).

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  RegisterFile.
           COPY MANJREG.

       FD  TemplateFile.
           COPY RECURJNL.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Journal-Seq   PIC 9(4).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Description   PIC X(30).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Trans-Status         PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Close-Status         PIC XX      VALUE SPACES.
       01  WS-Register-Status      PIC XX      VALUE SPACES.
       01  WS-Template-Status      PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Register-EOF-Switch  PIC X       VALUE "N".
           88 EndOfRegisterFile                VALUE "Y".
       01  WS-Template-EOF-Switch  PIC X       VALUE "N".
           88 EndOfTemplateFile                VALUE "Y".

       01  WS-GL-Last-Closed       PIC 9(6)    VALUE ZERO.

       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.

       01  WS-Chart-Found-Switch   PIC X       VALUE "N".
           88 ChartAccountKnown                VALUE "Y".

      * The journal in hand - its header, and its lines held until
      * the whole journal has passed, so nothing posts from a
      * journal that fails on its last line.
       01  WS-Hdr-Kind             PIC X       VALUE SPACE.
           88 HdrPostJournal                   VALUE "J".
           88 HdrReversingJournal              VALUE "R".
           88 HdrTemplateJournal               VALUE "T".
           88 HdrCancelTemplate                VALUE "X".
       01  WS-Hdr-Date-X           PIC X(8)    VALUE SPACES.
       01  WS-Hdr-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Hdr-Month            PIC 9(6)    VALUE ZERO.
       01  WS-Hdr-Year             PIC 9(4)    VALUE ZERO.
       01  WS-Hdr-MM               PIC 9(2)    VALUE ZERO.
       01  WS-Hdr-DD               PIC 9(2)    VALUE ZERO.
       01  WS-Hdr-Description      PIC X(30)   VALUE SPACES.
       01  WS-Hdr-Preparer         PIC X(8)    VALUE SPACES.
       01  WS-Hdr-End-Month-X      PIC X(6)    VALUE SPACES.
       01  WS-Hdr-End-Month        PIC 9(6)    VALUE ZERO.
       01  WS-Hdr-Template-No-X    PIC X(6)    VALUE SPACES.
       01  WS-Hdr-Template-No      PIC 9(6)    VALUE ZERO.

       01  JnlLineCount            PIC 9(3)    COMP VALUE ZERO.
       01  JnlLineTable.
           02 JnlLineEntry         OCCURS 1 TO 99 TIMES
                                    DEPENDING ON JnlLineCount
                                    INDEXED BY JnlLineIdx.
               03 JL-Account-Tbl   PIC X(8).
               03 JL-Debit-Tbl     PIC 9(7)V99.
               03 JL-Credit-Tbl    PIC 9(7)V99.

       01  WS-Jnl-Debits           PIC 9(9)V99 VALUE ZERO.
       01  WS-Jnl-Credits          PIC 9(9)V99 VALUE ZERO.
       01  WS-Jnl-OK-Switch        PIC X       VALUE "Y".
           88 JournalOK                        VALUE "Y".
       01  WS-Reject-Reason        PIC X(40)   VALUE SPACES.
       01  WS-Journal-Reason       PIC X(40)   VALUE SPACES.
       01  WS-Journal-Seq          PIC 9(4)    VALUE ZERO.
       01  WS-Line-Sub             PIC 9(3)    COMP VALUE ZERO.

       01  WS-Last-Journal-No      PIC 9(6)    VALUE ZERO.
       01  WS-Posted-Journal-No    PIC 9(6)    VALUE ZERO.
       01  WS-Post-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Reversal-Date        PIC 9(8)    VALUE ZERO.

      * The templates ride in this table for the run - new ones are
      * appended and a cancel flips the header's status, then the
      * whole file stores back.
       01  TemplateTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  TemplateTable.
           02 TemplateEntry        OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON TemplateTableCount
                                    INDEXED BY TemplateIdx.
               03 TT-Record-Tbl    PIC X(74).

       01  WS-Last-Template-No     PIC 9(6)    VALUE ZERO.
       01  WS-Template-Sub         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Templates-Changed    PIC X       VALUE "N".

       01  WS-Run-Totals.
           02 WS-Journals-Posted   PIC 9(5)    VALUE ZERO.
           02 WS-Reversals-Posted  PIC 9(5)    VALUE ZERO.
           02 WS-Templates-Added   PIC 9(5)    VALUE ZERO.
           02 WS-Templates-Ended   PIC 9(5)    VALUE ZERO.
           02 WS-Journals-Rejected PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Posted      PIC 9(7)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Posted,
                               MONEY-EDIT  BY WS-Total-Posted-Edit,
                               MONEY-VALUE BY ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * Finance's way onto the ledger without editing GLJRNL.DAT -
      * keyed journals for accruals, prepayment releases and
      * corrections, each checked against the chart and the open
      * period and posted only when it balances. A journal keyed to
      * reverse posts its reversal on the first of the next month
      * in the same run, and a journal keyed as a template is kept
      * for RecurJournal to post month by month.
            PERFORM GetLastClosedMonth
            PERFORM LoadChartTable
            PERFORM LoadRegisterNumbers
            PERFORM LoadTemplateTable

            OPEN INPUT TransFile
            IF WS-Trans-Status NOT = "00"
                DISPLAY "ManualJournal - MANJNL.DAT NOT FOUND - "
                    "NOTHING TO POST"
                STOP RUN
            END-IF
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND JournalFile
            IF WS-Register-Status = "35"
                OPEN OUTPUT RegisterFile
            ELSE
                OPEN EXTEND RegisterFile
            END-IF

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ProcessOneJournal UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE JournalFile
            CLOSE RegisterFile

            IF WS-Templates-Changed = "Y"
                PERFORM StoreTemplateTable
            END-IF

            MOVE WS-Total-Posted TO WS-Total-Posted-Edit
            DISPLAY "ManualJournal - Control Report"
            DISPLAY "Journals posted      : " WS-Journals-Posted
            DISPLAY "Reversals posted     : " WS-Reversals-Posted
            DISPLAY "Journal lines posted : " WS-Lines-Posted
            DISPLAY "Total debits posted  : " WS-Total-Posted-Edit
            DISPLAY "Templates added      : " WS-Templates-Added
            DISPLAY "Templates cancelled  : " WS-Templates-Ended
            DISPLAY "Journals rejected    : " WS-Journals-Rejected
            STOP RUN.

      * A line turning up before any header belongs to no journal
      * and is thrown out on its own.
       ProcessOneJournal.
            IF NOT ManualJnlHeader
                MOVE ZERO TO Except-Journal-Seq
                MOVE SPACES TO Except-Description
                MOVE "LINE WITH NO JOURNAL HEADER" TO WS-Reject-Reason
                PERFORM WriteExceptionRecord
                READ TransFile
                    AT END SET EndOfTransFile-WS TO TRUE
                END-READ
            ELSE
                ADD 1 TO WS-Journal-Seq
                PERFORM TakeJournalHeader
                READ TransFile
                    AT END SET EndOfTransFile-WS TO TRUE
                END-READ
                PERFORM CollectJournalLine
                    UNTIL EndOfTransFile-WS OR ManualJnlHeader
                PERFORM ValidateJournal
                IF JournalOK
                    EVALUATE TRUE
                        WHEN HdrPostJournal
                        WHEN HdrReversingJournal
                            PERFORM PostKeyedJournal
                        WHEN HdrTemplateJournal
                            PERFORM SaveTemplate
                        WHEN HdrCancelTemplate
                            PERFORM CancelTemplate
                    END-EVALUATE
                ELSE
                    MOVE WS-Journal-Reason TO WS-Reject-Reason
                    MOVE WS-Journal-Seq TO Except-Journal-Seq
                    MOVE WS-Hdr-Description TO Except-Description
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Journals-Rejected
                END-IF
            END-IF.

       TakeJournalHeader.
            MOVE "Y" TO WS-Jnl-OK-Switch
            MOVE SPACES TO WS-Reject-Reason
            MOVE ZERO TO JnlLineCount
            MOVE ZERO TO WS-Jnl-Debits
            MOVE ZERO TO WS-Jnl-Credits
            MOVE MJH-Kind         TO WS-Hdr-Kind
            MOVE MJH-Date         TO WS-Hdr-Date-X
            MOVE ZERO             TO WS-Hdr-Date
            IF MJH-Date NUMERIC
                MOVE MJH-Date-Num TO WS-Hdr-Date
            END-IF
            MOVE MJH-Description  TO WS-Hdr-Description
            MOVE MJH-Preparer     TO WS-Hdr-Preparer
            MOVE MJH-End-Month    TO WS-Hdr-End-Month-X
            MOVE ZERO             TO WS-Hdr-End-Month
            IF MJH-End-Month NUMERIC
                MOVE MJH-End-Month-Num TO WS-Hdr-End-Month
            END-IF
            MOVE MJH-Template-No  TO WS-Hdr-Template-No-X
            MOVE ZERO             TO WS-Hdr-Template-No
            IF MJH-Template-No NUMERIC
                MOVE MJH-Template-No-Num TO WS-Hdr-Template-No
            END-IF
            DIVIDE WS-Hdr-Date BY 100
                GIVING WS-Hdr-Month REMAINDER WS-Hdr-DD
            DIVIDE WS-Hdr-Month BY 100
                GIVING WS-Hdr-Year REMAINDER WS-Hdr-MM.

      * Each line is edited as it is collected; the first fault
      * found is the one the journal is rejected for.
       CollectJournalLine.
            IF JnlLineCount >= 99
                MOVE "MORE THAN 99 LINES IN JOURNAL" TO WS-Reject-Reason
                PERFORM SetJournalReject
            ELSE
                IF MJL-Debit NOT NUMERIC OR MJL-Credit NOT NUMERIC
                    MOVE "LINE AMOUNT NOT NUMERIC" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                ELSE
                    IF (MJL-Debit-Num = ZERO AND MJL-Credit-Num = ZERO)
                       OR (MJL-Debit-Num > ZERO
                           AND MJL-Credit-Num > ZERO)
                        MOVE "LINE NEEDS A DEBIT OR A CREDIT"
                            TO WS-Reject-Reason
                        PERFORM SetJournalReject
                    END-IF
                    SET JnlLineIdx TO JnlLineCount
                    SET JnlLineIdx UP BY 1
                    SET JnlLineCount TO JnlLineIdx
                    MOVE MJL-Account TO JL-Account-Tbl(JnlLineIdx)
                    MOVE MJL-Debit-Num TO JL-Debit-Tbl(JnlLineIdx)
                    MOVE MJL-Credit-Num TO JL-Credit-Tbl(JnlLineIdx)
                    ADD MJL-Debit-Num TO WS-Jnl-Debits
                    ADD MJL-Credit-Num TO WS-Jnl-Credits
                    IF ChartTableCount > ZERO
                        PERFORM LookUpChartAccount
                        IF NOT ChartAccountKnown
                            MOVE "LINE ACCOUNT NOT ON CHART OR CLOSED"
                                TO WS-Reject-Reason
                            PERFORM SetJournalReject
                        END-IF
                    END-IF
                END-IF
            END-IF
            READ TransFile
                AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       SetJournalReject.
            IF JournalOK
                MOVE "N" TO WS-Jnl-OK-Switch
                MOVE WS-Reject-Reason TO WS-Journal-Reason
            END-IF.

      * Header edits come after the line edits so a line fault
      * already recorded stands as the reason given.
       ValidateJournal.
            EVALUATE TRUE
                WHEN NOT JournalOK
                    CONTINUE
                WHEN NOT HdrPostJournal AND NOT HdrReversingJournal
                     AND NOT HdrTemplateJournal
                     AND NOT HdrCancelTemplate
                    MOVE "UNKNOWN JOURNAL KIND" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN HdrCancelTemplate
                    PERFORM FindTemplateHeader
                    IF WS-Template-Sub = ZERO
                        MOVE "NO ACTIVE TEMPLATE WITH THAT NUMBER"
                            TO WS-Reject-Reason
                        PERFORM SetJournalReject
                    END-IF
                WHEN WS-Hdr-Date-X NOT NUMERIC
                  OR WS-Hdr-MM < 1 OR WS-Hdr-MM > 12
                  OR WS-Hdr-DD < 1 OR WS-Hdr-DD > 31
                    MOVE "INVALID JOURNAL DATE" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN HdrTemplateJournal AND WS-Hdr-DD > 28
                    MOVE "TEMPLATE DAY MUST BE 01 TO 28"
                        TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN WS-Hdr-Month <= WS-GL-Last-Closed
                    MOVE "JOURNAL DATE IN CLOSED PERIOD"
                        TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN WS-Hdr-Description = SPACES
                    MOVE "DESCRIPTION MISSING" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN WS-Hdr-Preparer = SPACES
                    MOVE "PREPARER MISSING" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN JnlLineCount < 2
                    MOVE "JOURNAL NEEDS TWO OR MORE LINES"
                        TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN WS-Jnl-Debits NOT = WS-Jnl-Credits
                    MOVE "JOURNAL DOES NOT BALANCE" TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN HdrTemplateJournal
                     AND WS-Hdr-End-Month-X NOT = SPACES
                     AND (WS-Hdr-End-Month-X NOT NUMERIC
                          OR WS-Hdr-End-Month < WS-Hdr-Month)
                    MOVE "INVALID TEMPLATE END MONTH"
                        TO WS-Reject-Reason
                    PERFORM SetJournalReject
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * The journal posts under source MANUAL and takes the next
      * register number. A reversing journal's mirror posts under
      * the following number, dated the first of the next month,
      * every debit turned credit and back - the accrual undoes
      * itself without anybody remembering to key it.
       PostKeyedJournal.
            MOVE WS-Hdr-Date TO WS-Post-Date
            ADD 1 TO WS-Last-Journal-No
            MOVE WS-Last-Journal-No TO WS-Posted-Journal-No
            PERFORM PostJournalLines
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > JnlLineCount
            MOVE SPACES TO ManualJnlRegRecord
            MOVE WS-Last-Journal-No TO MJR-Journal-No
            MOVE WS-Post-Date       TO MJR-Date
            IF HdrReversingJournal
                MOVE "A" TO MJR-Kind
            ELSE
                MOVE "M" TO MJR-Kind
            END-IF
            MOVE WS-Hdr-Description TO MJR-Description
            MOVE WS-Hdr-Preparer    TO MJR-Preparer
            MOVE WS-Jnl-Debits      TO MJR-Total
            MOVE ZERO               TO MJR-Related-No
            WRITE ManualJnlRegRecord
            ADD 1 TO WS-Journals-Posted
            ADD WS-Jnl-Debits TO WS-Total-Posted

            IF HdrReversingJournal
                IF WS-Hdr-MM = 12
                    COMPUTE WS-Reversal-Date =
                        ((WS-Hdr-Year + 1) * 100 + 1) * 100 + 1
                ELSE
                    COMPUTE WS-Reversal-Date =
                        (WS-Hdr-Month + 1) * 100 + 1
                END-IF
                MOVE WS-Reversal-Date TO WS-Post-Date
                ADD 1 TO WS-Last-Journal-No
                PERFORM PostReversalLines
                    VARYING WS-Line-Sub FROM 1 BY 1
                    UNTIL WS-Line-Sub > JnlLineCount
                MOVE SPACES TO ManualJnlRegRecord
                MOVE WS-Last-Journal-No TO MJR-Journal-No
                MOVE WS-Post-Date       TO MJR-Date
                MOVE "V"                TO MJR-Kind
                STRING "REV " WS-Hdr-Description
                    DELIMITED BY SIZE INTO MJR-Description
                MOVE WS-Hdr-Preparer    TO MJR-Preparer
                MOVE WS-Jnl-Debits      TO MJR-Total
                MOVE WS-Posted-Journal-No TO MJR-Related-No
                WRITE ManualJnlRegRecord
                ADD 1 TO WS-Reversals-Posted
                ADD WS-Jnl-Debits TO WS-Total-Posted
            END-IF.

       PostJournalLines.
            MOVE SPACES TO JournalRecord
            MOVE JL-Account-Tbl(WS-Line-Sub) TO GLJ-Account
            MOVE JL-Debit-Tbl(WS-Line-Sub)   TO GLJ-Debit
            MOVE JL-Credit-Tbl(WS-Line-Sub)  TO GLJ-Credit
            MOVE WS-Post-Date TO GLJ-Date
            MOVE "MANUAL" TO GLJ-Source
            WRITE JournalRecord
            ADD 1 TO WS-Lines-Posted.

       PostReversalLines.
            MOVE SPACES TO JournalRecord
            MOVE JL-Account-Tbl(WS-Line-Sub) TO GLJ-Account
            MOVE JL-Credit-Tbl(WS-Line-Sub)  TO GLJ-Debit
            MOVE JL-Debit-Tbl(WS-Line-Sub)   TO GLJ-Credit
            MOVE WS-Post-Date TO GLJ-Date
            MOVE "MANUAL" TO GLJ-Source
            WRITE JournalRecord
            ADD 1 TO WS-Lines-Posted.

      * A template takes the next template number - its header,
      * then its lines, appended to the table for the store.
       SaveTemplate.
            ADD 1 TO WS-Last-Template-No
            MOVE SPACES TO RecurJnlRecord
            MOVE WS-Last-Template-No TO RJ-Template-No
            MOVE "H"                 TO RJ-Record-Type
            MOVE WS-Hdr-DD           TO RJH-Day
            MOVE WS-Hdr-Month        TO RJH-Start-Month
            MOVE WS-Hdr-End-Month    TO RJH-End-Month
            MOVE ZERO                TO RJH-Last-Month
            MOVE "A"                 TO RJH-Status
            MOVE WS-Hdr-Description  TO RJH-Description
            MOVE WS-Hdr-Preparer     TO RJH-Preparer
            PERFORM AppendTemplateRecord
            PERFORM SaveTemplateLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > JnlLineCount
            MOVE "Y" TO WS-Templates-Changed
            ADD 1 TO WS-Templates-Added.

       SaveTemplateLine.
            MOVE SPACES TO RecurJnlRecord
            MOVE WS-Last-Template-No TO RJ-Template-No
            MOVE "L"                 TO RJ-Record-Type
            MOVE JL-Account-Tbl(WS-Line-Sub) TO RJL-Account
            MOVE JL-Debit-Tbl(WS-Line-Sub)   TO RJL-Debit
            MOVE JL-Credit-Tbl(WS-Line-Sub)  TO RJL-Credit
            PERFORM AppendTemplateRecord.

       AppendTemplateRecord.
            SET TemplateIdx TO TemplateTableCount
            SET TemplateIdx UP BY 1
            SET TemplateTableCount TO TemplateIdx
            MOVE RecurJnlRecord TO TT-Record-Tbl(TemplateIdx).

      * FindTemplateHeader has already placed the header.
       CancelTemplate.
            MOVE TT-Record-Tbl(WS-Template-Sub) TO RecurJnlRecord
            MOVE "C" TO RJH-Status
            MOVE RecurJnlRecord TO TT-Record-Tbl(WS-Template-Sub)
            MOVE "Y" TO WS-Templates-Changed
            ADD 1 TO WS-Templates-Ended.

       FindTemplateHeader.
            MOVE ZERO TO WS-Template-Sub
            PERFORM VARYING TemplateIdx FROM 1 BY 1
                    UNTIL TemplateIdx > TemplateTableCount
                MOVE TT-Record-Tbl(TemplateIdx) TO RecurJnlRecord
                IF RJ-Template-No = WS-Hdr-Template-No
                   AND RJ-Template-Header
                   AND RJH-Active
                    SET WS-Template-Sub TO TemplateIdx
                END-IF
            END-PERFORM.

       LookUpChartAccount.
            MOVE "N" TO WS-Chart-Found-Switch
            SET ChartIdx TO 1
            SEARCH ChartEntry
               AT END MOVE "N" TO WS-Chart-Found-Switch
               WHEN CA-Account-Tbl(ChartIdx) = MJL-Account
                    AND CA-Status-Tbl(ChartIdx) NOT = "C"
                    SET ChartAccountKnown TO TRUE
            END-SEARCH.

       WriteExceptionRecord.
            MOVE WS-Reject-Reason TO Except-Detail
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            OPEN EXTEND CommonExceptFile
            MOVE "MANJOURNAL" TO EXC-Program
            MOVE SPACES TO EXC-Key
            STRING "BATCH " Except-Journal-Seq
                DELIMITED BY SIZE INTO EXC-Key
            MOVE WS-Reject-Reason TO EXC-Reason
            MOVE Except-Date TO EXC-Date
            MOVE Except-Time TO EXC-Time
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No CHART.DAT (a "35" status) means the chart is not built
      * yet - lines pass unvalidated, as every journal writer's do.
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

      * Only the highest number matters here - the register itself
      * is appended to. No MJREG.DAT (a "35" status) means this is
      * the first manual journal ever keyed.
       LoadRegisterNumbers.
            OPEN INPUT RegisterFile
            IF WS-Register-Status NOT = "00"
                SET EndOfRegisterFile TO TRUE
            ELSE
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRegisterFile
                IF MJR-Journal-No > WS-Last-Journal-No
                    MOVE MJR-Journal-No TO WS-Last-Journal-No
                END-IF
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Register-Status NOT = "35"
                CLOSE RegisterFile
            END-IF.

      * No RECURJNL.DAT (a "35" status) means no template is kept
      * yet - an empty table.
       LoadTemplateTable.
            OPEN INPUT TemplateFile
            IF WS-Template-Status NOT = "00"
                SET EndOfTemplateFile TO TRUE
            ELSE
                READ TemplateFile
                    AT END SET EndOfTemplateFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTemplateFile
                IF RJ-Template-No > WS-Last-Template-No
                    MOVE RJ-Template-No TO WS-Last-Template-No
                END-IF
                PERFORM AppendTemplateRecord
                READ TemplateFile
                    AT END SET EndOfTemplateFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Template-Status NOT = "35"
                CLOSE TemplateFile
            END-IF.

       StoreTemplateTable.
            OPEN OUTPUT TemplateFile
            PERFORM VARYING TemplateIdx FROM 1 BY 1
                    UNTIL TemplateIdx > TemplateTableCount
                MOVE TT-Record-Tbl(TemplateIdx) TO RecurJnlRecord
                WRITE RecurJnlRecord
            END-PERFORM
            CLOSE TemplateFile.

      * No GLCLOSE.DAT (a "35" status) means no month has closed.
       GetLastClosedMonth.
            MOVE ZERO TO WS-GL-Last-Closed
            OPEN INPUT CloseControlFile
            IF WS-Close-Status = "00"
                READ CloseControlFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE GLC-Last-Closed TO WS-GL-Last-Closed
                END-READ
                CLOSE CloseControlFile
            END-IF.

       END PROGRAM ManualJournal.
