           SELECT AgingReportFile ASSIGN "EXCAGING.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Changes parked for a second operator's approval - one left
      * waiting too long is as much an unworked item as an open
      * exception.
           SELECT PendingFile ASSIGN "PENDAPPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Pending-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CommonExceptFile.
       FD  AgingReportFile.
       01  ShowAgingReport          PIC X(80).

       FD  PendingFile.
           COPY PENDAPPR.

       WORKING-STORAGE SECTION.
       01  WS-Except-Status         PIC XX      VALUE SPACES.
       01  WS-Except-EOF-Switch     PIC X       VALUE "N".
               03 AG-Band-Tbl       PIC 9(5)    OCCURS 3 TIMES.

       01  WS-Aging-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Aging-Program         PIC X(10)   VALUE SPACES.

      * Parked changes still waiting past this many days tally on
      * a PENDAPPR row with the exceptions and are listed one by
      * one under the table.
       01  WS-Pending-Status        PIC XX      VALUE SPACES.
       01  WS-Pending-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPendingFile                  VALUE "Y".
       01  WS-Max-Approval-Days     PIC 9(3)    VALUE 3.
       01  OverdueTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  OverdueTable.
           02 OverdueEntry          OCCURS 1 TO 500 TIMES
                                     DEPENDING ON OverdueTableCount
                                     INDEXED BY OverdueIdx.
               03 OD-Line-Tbl       PIC X(80).

       01  WS-Run-Totals.
           02 WS-Records-Read       PIC 9(7)    VALUE ZERO.
           02 WS-Open-Items         PIC 9(5)    VALUE ZERO.
           02 WS-Resolved-Items     PIC 9(5)    VALUE ZERO.
           02 WS-Pending-Read       PIC 9(5)    VALUE ZERO.
           02 WS-Overdue-Approvals  PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "OPEN EXCEPTION AGING BY PROGRAM".
           02 DL-Band-3             PIC ZZZZ9.
           02 FILLER                PIC X(42)   VALUE SPACES.

       01  WS-Overdue-Title-Line    PIC X(80)   VALUE
           "APPROVALS WAITING OVER 3 DAYS".

       01  WS-Overdue-Line.
           02 FILLER                PIC X(5)    VALUE "ITEM ".
           02 OL-Number             PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 OL-Program            PIC X(10).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 OL-Key                PIC X(10).
           02 FILLER                PIC X(10)   VALUE " KEYED BY ".
           02 OL-Keyed-By           PIC X(8).
           02 FILLER                PIC X(4)    VALUE " ON ".
           02 OL-Keyed-Date         PIC 9(8).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 OL-Age-Days           PIC ZZZZ9.
           02 FILLER                PIC X(10)   VALUE " DAYS".

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

                CLOSE CommonExceptFile
            END-IF

      * No PENDAPPR.DAT yet (a "35" status) means nothing has ever
      * parked for approval.
            OPEN INPUT PendingFile
            IF WS-Pending-Status NOT = "00"
                SET EndOfPendingFile TO TRUE
            ELSE
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPendingFile
                ADD 1 TO WS-Pending-Read
                IF ApprovalPending
                    PERFORM TallyWaitingApproval
                END-IF
                READ PendingFile
                    AT END SET EndOfPendingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Pending-Status NOT = "35"
                CLOSE PendingFile
            END-IF

            OPEN OUTPUT AgingReportFile
            MOVE WS-Title-Line TO ShowAgingReport
            WRITE ShowAgingReport
                MOVE WS-Detail-Line TO ShowAgingReport
                WRITE ShowAgingReport
            END-PERFORM
            IF OverdueTableCount > ZERO
                MOVE WS-Overdue-Title-Line TO ShowAgingReport
                WRITE ShowAgingReport
                PERFORM VARYING OverdueIdx FROM 1 BY 1
                        UNTIL OverdueIdx > OverdueTableCount
                    MOVE OD-Line-Tbl(OverdueIdx) TO ShowAgingReport
                    WRITE ShowAgingReport
                END-PERFORM
            END-IF
            MOVE WS-End-Of-Report-Line TO ShowAgingReport
            WRITE ShowAgingReport
            CLOSE AgingReportFile
            DISPLAY "Records read    : " WS-Records-Read
            DISPLAY "Open items      : " WS-Open-Items
            DISPLAY "Resolved items  : " WS-Resolved-Items
            DISPLAY "Pending read    : " WS-Pending-Read
            DISPLAY "Late approvals  : " WS-Overdue-Approvals
            STOP RUN.

       TallyOpenException.
                WHEN OTHER
                    MOVE 3 TO WS-Band-Sub
            END-EVALUATE
            MOVE EXC-Program TO WS-Aging-Program
            PERFORM LocateAgingEntry
            ADD 1 TO AG-Band-Tbl(WS-Aging-Sub WS-Band-Sub).

      * Aged from the day it was keyed, banded like an exception.
       TallyWaitingApproval.
            MOVE PND-Keyed-Date TO WS-Raised-Date-Split
            COMPUTE WS-Age-Days =
                ((WS-Today-YYYY - WS-Raised-YYYY) * 365)
                + ((WS-Today-MM - WS-Raised-MM) * 30)
                + (WS-Today-DD - WS-Raised-DD)
            IF WS-Age-Days > WS-Max-Approval-Days
                ADD 1 TO WS-Overdue-Approvals
                EVALUATE TRUE
                    WHEN WS-Age-Days <= 7
                        MOVE 1 TO WS-Band-Sub
                    WHEN WS-Age-Days <= 30
                        MOVE 2 TO WS-Band-Sub
                    WHEN OTHER
                        MOVE 3 TO WS-Band-Sub
                END-EVALUATE
                MOVE "PENDAPPR" TO WS-Aging-Program
                PERFORM LocateAgingEntry
                ADD 1 TO AG-Band-Tbl(WS-Aging-Sub WS-Band-Sub)
                IF OverdueTableCount < 500
                    MOVE PND-Number     TO OL-Number
                    MOVE PND-Program    TO OL-Program
                    MOVE PND-Key        TO OL-Key
                    MOVE PND-Keyed-By   TO OL-Keyed-By
                    MOVE PND-Keyed-Date TO OL-Keyed-Date
                    MOVE WS-Age-Days    TO OL-Age-Days
                    SET OverdueIdx TO OverdueTableCount
                    SET OverdueIdx UP BY 1
                    SET OverdueTableCount TO OverdueIdx
                    MOVE WS-Overdue-Line TO OD-Line-Tbl(OverdueIdx)
                END-IF
            END-IF.

       LocateAgingEntry.
            MOVE ZERO TO WS-Aging-Sub
            IF AgingTableCount > ZERO
                SET AgingIdx TO 1
                SEARCH AgingEntry
                   AT END MOVE ZERO TO WS-Aging-Sub
                   WHEN AG-Program-Tbl(AgingIdx) = WS-Aging-Program
                        SET WS-Aging-Sub TO AgingIdx
                END-SEARCH
            END-IF
                SET AgingIdx UP BY 1
                SET AgingTableCount TO AgingIdx
                SET WS-Aging-Sub TO AgingIdx
                MOVE WS-Aging-Program TO AG-Program-Tbl(AgingIdx)
                MOVE ZERO TO AG-Band-Tbl(AgingIdx 1)
                MOVE ZERO TO AG-Band-Tbl(AgingIdx 2)
                MOVE ZERO TO AG-Band-Tbl(AgingIdx 3)
