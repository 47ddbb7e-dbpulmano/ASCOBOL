      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TemplateFile ASSIGN "RECURJNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Template-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT RegisterFile ASSIGN "MJREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Register-Status.

           SELECT ExceptionFile ASSIGN "RECJEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TemplateFile.
           COPY RECURJNL.

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  RegisterFile.
           COPY MANJREG.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Template-No   PIC 9(6).
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
       01  WS-Template-Status      PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Close-Status         PIC XX      VALUE SPACES.
       01  WS-Register-Status      PIC XX      VALUE SPACES.

       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Register-EOF-Switch  PIC X       VALUE "N".
           88 EndOfRegisterFile                VALUE "Y".
       01  WS-Template-EOF-Switch  PIC X       VALUE "N".
           88 EndOfTemplateFile                VALUE "Y".

       01  KeyedMonth              PIC X(6)    VALUE SPACES.
       01  WS-Run-Month            PIC 9(6)    VALUE ZERO.
       01  WS-Run-Year             PIC 9(4)    VALUE ZERO.
       01  WS-Run-MM               PIC 9(2)    VALUE ZERO.
       01  WS-GL-Last-Closed       PIC 9(6)    VALUE ZERO.
       01  WS-Post-Date            PIC 9(8)    VALUE ZERO.

       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.

       01  WS-Chart-Found-Switch   PIC X       VALUE "N".
           88 ChartAccountKnown                VALUE "Y".

       01  TemplateTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  TemplateTable.
           02 TemplateEntry        OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON TemplateTableCount
                                    INDEXED BY TemplateIdx.
               03 TT-Record-Tbl    PIC X(74).

       01  WS-Header-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Line-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Current-Template     PIC 9(6)    VALUE ZERO.
       01  WS-Current-Day          PIC 9(2)    VALUE ZERO.
       01  WS-Current-Description  PIC X(30)   VALUE SPACES.
       01  WS-Current-Preparer     PIC X(8)    VALUE SPACES.

       01  WS-Jnl-Debits           PIC 9(9)V99 VALUE ZERO.
       01  WS-Jnl-Credits          PIC 9(9)V99 VALUE ZERO.
       01  WS-Jnl-Lines            PIC 9(3)    VALUE ZERO.
       01  WS-Jnl-OK-Switch        PIC X       VALUE "Y".
           88 JournalOK                        VALUE "Y".
       01  WS-Reject-Reason        PIC X(40)   VALUE SPACES.

       01  WS-Last-Journal-No      PIC 9(6)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Templates-Due     PIC 9(5)    VALUE ZERO.
           02 WS-Journals-Posted   PIC 9(5)    VALUE ZERO.
           02 WS-Templates-Failed  PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Posted      PIC 9(7)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Posted,
                               MONEY-EDIT  BY WS-Total-Posted-Edit,
                               MONEY-VALUE BY ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * The monthly run of the standing journals - rent, service
      * charges and the like keyed once as templates through
      * ManualJournal. Every active template running in the keyed
      * month and not yet generated for it posts on its day under
      * source MANUAL, takes a register number, and is marked done
      * for the month, so a second run the same month posts nothing
      * twice. A closed month refuses to run.
            DISPLAY "Enter the month to generate (YYYYMM): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedMonth
            ACCEPT KeyedMonth
            IF KeyedMonth NOT NUMERIC
                DISPLAY "RecurJournal - MONTH MUST BE 6 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedMonth TO WS-Run-Month
            DIVIDE WS-Run-Month BY 100
                GIVING WS-Run-Year REMAINDER WS-Run-MM
            IF WS-Run-MM < 1 OR WS-Run-MM > 12
                DISPLAY "RecurJournal - MONTH " WS-Run-Month
                    " IS NOT A CALENDAR MONTH - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM GetLastClosedMonth
            IF WS-Run-Month <= WS-GL-Last-Closed
                DISPLAY "RecurJournal - MONTH " WS-Run-Month
                    " ALREADY CLOSED (LAST CLOSED " WS-GL-Last-Closed
                    ") - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LoadChartTable
            PERFORM LoadRegisterNumbers
            PERFORM LoadTemplateTable

            OPEN OUTPUT ExceptionFile
            OPEN EXTEND JournalFile
            IF WS-Register-Status = "35"
                OPEN OUTPUT RegisterFile
            ELSE
                OPEN EXTEND RegisterFile
            END-IF

            PERFORM GenerateIfDue
                VARYING WS-Header-Sub FROM 1 BY 1
                UNTIL WS-Header-Sub > TemplateTableCount

            CLOSE ExceptionFile
            CLOSE JournalFile
            CLOSE RegisterFile
            PERFORM StoreTemplateTable

            MOVE WS-Total-Posted TO WS-Total-Posted-Edit
            DISPLAY "RecurJournal - Control Report"
            DISPLAY "Month generated      : " WS-Run-Month
            DISPLAY "Templates due        : " WS-Templates-Due
            DISPLAY "Journals posted      : " WS-Journals-Posted
            DISPLAY "Journal lines posted : " WS-Lines-Posted
            DISPLAY "Total debits posted  : " WS-Total-Posted-Edit
            DISPLAY "Templates failed     : " WS-Templates-Failed
            STOP RUN.

      * A template is due when it is active, the month lies within
      * its first and last months, and it has not yet been
      * generated for the month.
       GenerateIfDue.
            MOVE TT-Record-Tbl(WS-Header-Sub) TO RecurJnlRecord
            IF RJ-Template-Header
               AND RJH-Active
               AND RJH-Start-Month <= WS-Run-Month
               AND (RJH-End-Month = ZERO
                    OR RJH-End-Month >= WS-Run-Month)
               AND RJH-Last-Month < WS-Run-Month
                ADD 1 TO WS-Templates-Due
                MOVE RJ-Template-No  TO WS-Current-Template
                MOVE RJH-Day         TO WS-Current-Day
                MOVE RJH-Description TO WS-Current-Description
                MOVE RJH-Preparer    TO WS-Current-Preparer
                PERFORM ProveTemplate
                IF JournalOK
                    PERFORM PostTemplate
                ELSE
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Templates-Failed
                END-IF
            END-IF.

      * The lines were balanced when keyed, but an account may have
      * closed since - the whole template holds back rather than
      * posting part of a journal.
       ProveTemplate.
            MOVE "Y" TO WS-Jnl-OK-Switch
            MOVE ZERO TO WS-Jnl-Debits WS-Jnl-Credits WS-Jnl-Lines
            PERFORM ProveTemplateLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > TemplateTableCount
            IF JournalOK AND WS-Jnl-Lines < 2
                MOVE "N" TO WS-Jnl-OK-Switch
                MOVE "TEMPLATE HAS FEWER THAN TWO LINES"
                    TO WS-Reject-Reason
            END-IF
            IF JournalOK AND WS-Jnl-Debits NOT = WS-Jnl-Credits
                MOVE "N" TO WS-Jnl-OK-Switch
                MOVE "TEMPLATE DOES NOT BALANCE" TO WS-Reject-Reason
            END-IF.

       ProveTemplateLine.
            MOVE TT-Record-Tbl(WS-Line-Sub) TO RecurJnlRecord
            IF RJ-Template-No = WS-Current-Template
               AND RJ-Template-Line
                ADD 1 TO WS-Jnl-Lines
                ADD RJL-Debit  TO WS-Jnl-Debits
                ADD RJL-Credit TO WS-Jnl-Credits
                IF ChartTableCount > ZERO AND JournalOK
                    PERFORM LookUpChartAccount
                    IF NOT ChartAccountKnown
                        MOVE "N" TO WS-Jnl-OK-Switch
                        MOVE "LINE ACCOUNT NOT ON CHART OR CLOSED"
                            TO WS-Reject-Reason
                    END-IF
                END-IF
            END-IF.

       PostTemplate.
            COMPUTE WS-Post-Date = WS-Run-Month * 100 + WS-Current-Day
            PERFORM PostTemplateLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > TemplateTableCount
            ADD 1 TO WS-Last-Journal-No
            MOVE SPACES TO ManualJnlRegRecord
            MOVE WS-Last-Journal-No     TO MJR-Journal-No
            MOVE WS-Post-Date           TO MJR-Date
            MOVE "T"                    TO MJR-Kind
            MOVE WS-Current-Description TO MJR-Description
            MOVE WS-Current-Preparer    TO MJR-Preparer
            MOVE WS-Jnl-Debits          TO MJR-Total
            MOVE WS-Current-Template    TO MJR-Related-No
            WRITE ManualJnlRegRecord
            ADD 1 TO WS-Journals-Posted
            ADD WS-Jnl-Debits TO WS-Total-Posted
            MOVE TT-Record-Tbl(WS-Header-Sub) TO RecurJnlRecord
            MOVE WS-Run-Month TO RJH-Last-Month
            MOVE RecurJnlRecord TO TT-Record-Tbl(WS-Header-Sub).

       PostTemplateLine.
            MOVE TT-Record-Tbl(WS-Line-Sub) TO RecurJnlRecord
            IF RJ-Template-No = WS-Current-Template
               AND RJ-Template-Line
                MOVE SPACES TO JournalRecord
                MOVE RJL-Account  TO GLJ-Account
                MOVE RJL-Debit    TO GLJ-Debit
                MOVE RJL-Credit   TO GLJ-Credit
                MOVE WS-Post-Date TO GLJ-Date
                MOVE "MANUAL"     TO GLJ-Source
                WRITE JournalRecord
                ADD 1 TO WS-Lines-Posted
            END-IF.

       LookUpChartAccount.
            MOVE "N" TO WS-Chart-Found-Switch
            SET ChartIdx TO 1
            SEARCH ChartEntry
               AT END MOVE "N" TO WS-Chart-Found-Switch
               WHEN CA-Account-Tbl(ChartIdx) = RJL-Account
                    AND CA-Status-Tbl(ChartIdx) NOT = "C"
                    SET ChartAccountKnown TO TRUE
            END-SEARCH.

       WriteExceptionRecord.
            MOVE WS-Current-Template    TO Except-Template-No
            MOVE WS-Current-Description TO Except-Description
            MOVE WS-Reject-Reason       TO Except-Detail
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            OPEN EXTEND CommonExceptFile
            MOVE "RECURJRNL" TO EXC-Program
            MOVE SPACES TO EXC-Key
            STRING "TPL " WS-Current-Template
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

      * Generated journals number on from the keyed ones - one
      * register for both.
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
      * yet - the run posts nothing.
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
                SET TemplateIdx TO TemplateTableCount
                SET TemplateIdx UP BY 1
                SET TemplateTableCount TO TemplateIdx
                MOVE RecurJnlRecord TO TT-Record-Tbl(TemplateIdx)
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

       END PROGRAM RecurJournal.
