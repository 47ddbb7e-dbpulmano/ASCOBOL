                      OF StudentMasterRecord WITH DUPLICATES.

      * The keyed attendance sheets - one raw line per student per
      * course per class date, P present or A absent, carrying the
      * number of the register sheet it was keyed from.
           SELECT TransFile ASSIGN "ATTEND.RAW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RegisterFile ASSIGN "ATTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Register-Status.

           SELECT AttendFile ASSIGN "ATTEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           02 CourseCode-A         PIC X(4).
           02 AttendDate-A         PIC X(8).
           02 Present-A            PIC X.
           02 Sheet-A              PIC X(6).

       FD  RegisterFile.
           COPY REGSHEET.

       FD  AttendFile.
           COPY ATTEND.

       WORKING-STORAGE SECTION.
       01  WS-Attend-Status        PIC XX      VALUE SPACES.
       01  WS-Register-Status      PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".

       01  WS-Register-EOF-Switch  PIC X       VALUE "N".
           88 EndOfRegisterFile                VALUE "Y".

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES

       01  WS-Attend-Sub           PIC 9(5)    COMP VALUE ZERO.

      * The printed register sheets off ATTREG.DAT, with the lines
      * this run's ATTEND.RAW quotes against each. A sheet is taken
      * only whole - still unkeyed and keyed to exactly the line
      * count printed on it - otherwise every line quoting it is
      * refused and the sheet is left for rekeying. A line with no
      * sheet number (a correction keyed by hand) skips the check.
       01  SheetTableCount         PIC 9(5)    COMP VALUE ZERO.
       01  SheetTable.
           02 SheetEntry           OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SheetTableCount
                                    INDEXED BY SheetIdx.
               03 RG-Image-Tbl     PIC X(68).
               03 RG-Sheet-No-Tbl  PIC 9(6).
               03 RG-CourseCode-Tbl PIC X(4).
               03 RG-First-Date-Tbl PIC 9(8).
               03 RG-Last-Date-Tbl PIC 9(8).
               03 RG-Line-Count-Tbl PIC 9(5).
               03 RG-Status-Tbl    PIC X.
               03 RG-Keyed-Lines-Tbl PIC 9(5).
               03 RG-Taken-Tbl     PIC X.

       01  WS-Sheet-Sub            PIC 9(5)    COMP VALUE ZERO.
       01  WS-Keyed-Date           PIC 9(8)    VALUE ZERO.

       01  WS-Sheet-Count-Detail.
           02 FILLER               PIC X(19)   VALUE
              "SHEET LINES KEYED ".
           02 SC-Keyed             PIC ZZZZ9.
           02 FILLER               PIC X(10)   VALUE " PRINTED ".
           02 SC-Printed           PIC ZZZZ9.
           02 FILLER               PIC X       VALUE SPACE.

       01  WS-Run-Totals.
           02 WS-Trans-Read        PIC 9(7)    VALUE ZERO.
           02 WS-Records-Captured  PIC 9(7)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Sheets-Taken      PIC 9(5)    VALUE ZERO.
           02 WS-Sheets-Refused    PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * report instead of in the capture.
            PERFORM LoadCourseTable
            PERFORM LoadAttendTable
            PERFORM LoadSheetTable
            PERFORM CountSheetLines

            OPEN INPUT StudentFile
            OPEN INPUT TransFile
            CLOSE AttendFile
            CLOSE ExceptionFile

            PERFORM StoreSheetTable
            PERFORM DisplayRunTotals
            STOP RUN.

            ADD 1 TO WS-Trans-Read
            PERFORM ValidateAttendCourse
            PERFORM LocateExistingAttend
            PERFORM LocateSheetEntry
            EVALUATE TRUE
                WHEN StudentId-A NOT NUMERIC
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "MARK MUST BE P OR A" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sheet-A NOT = SPACES AND WS-Sheet-Sub = ZERO
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "SHEET NOT ON REGISTER - " TO Except-Detail
                    MOVE Sheet-A TO Except-Detail(25:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sheet-A NOT = SPACES
                     AND RG-Status-Tbl(WS-Sheet-Sub) = "K"
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "SHEET ALREADY KEYED - " TO Except-Detail
                    MOVE Sheet-A TO Except-Detail(23:6)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sheet-A NOT = SPACES
                     AND RG-Keyed-Lines-Tbl(WS-Sheet-Sub) NOT =
                         RG-Line-Count-Tbl(WS-Sheet-Sub)
                    MOVE StudentId-A TO Except-StudentID
                    MOVE RG-Keyed-Lines-Tbl(WS-Sheet-Sub) TO SC-Keyed
                    MOVE RG-Line-Count-Tbl(WS-Sheet-Sub)
                        TO SC-Printed
                    MOVE WS-Sheet-Count-Detail TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sheet-A NOT = SPACES
                     AND CourseCode-A NOT =
                         RG-CourseCode-Tbl(WS-Sheet-Sub)
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "COURSE NOT ON THIS SHEET" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Sheet-A NOT = SPACES
                     AND (AttendDate-A < RG-First-Date-Tbl(WS-Sheet-Sub)
                       OR AttendDate-A > RG-Last-Date-Tbl(WS-Sheet-Sub))
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "DATE NOT ON THIS SHEET" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Attend-Sub > ZERO
                    MOVE StudentId-A TO Except-StudentID
                    MOVE "DUPLICATE ATTENDANCE LINE" TO Except-Detail
                END-SEARCH
            END-IF.

       LocateSheetEntry.
            MOVE ZERO TO WS-Sheet-Sub
            IF SheetTableCount > ZERO AND Sheet-A NUMERIC
                SET SheetIdx TO 1
                SEARCH SheetEntry
                   AT END MOVE ZERO TO WS-Sheet-Sub
                   WHEN RG-Sheet-No-Tbl(SheetIdx) = Sheet-A
                        SET WS-Sheet-Sub TO SheetIdx
                END-SEARCH
            END-IF.

      * A first pass over ATTEND.RAW tallies the lines quoting each
      * sheet, so the count can be held before any line is taken.
       CountSheetLines.
            OPEN INPUT TransFile
            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ
            PERFORM UNTIL EndOfTransFile-WS
                PERFORM LocateSheetEntry
                IF WS-Sheet-Sub > ZERO
                    ADD 1 TO RG-Keyed-Lines-Tbl(WS-Sheet-Sub)
                END-IF
                READ TransFile
                   AT END SET EndOfTransFile-WS TO TRUE
                END-READ
            END-PERFORM
            CLOSE TransFile
            MOVE "N" TO WS-Trans-EOF-Switch
            PERFORM VARYING SheetIdx FROM 1 BY 1
                    UNTIL SheetIdx > SheetTableCount
                IF RG-Keyed-Lines-Tbl(SheetIdx) > ZERO
                    IF RG-Status-Tbl(SheetIdx) = "P"
                       AND RG-Keyed-Lines-Tbl(SheetIdx) =
                           RG-Line-Count-Tbl(SheetIdx)
                        MOVE "Y" TO RG-Taken-Tbl(SheetIdx)
                        ADD 1 TO WS-Sheets-Taken
                    ELSE
                        ADD 1 TO WS-Sheets-Refused
                    END-IF
                END-IF
            END-PERFORM.

      * No ATTREG.DAT (a "35" status) means no registers have been
      * printed - every line is then taken as keyed from blank paper.
       LoadSheetTable.
            OPEN INPUT RegisterFile
            IF WS-Register-Status NOT = "00"
                SET EndOfRegisterFile TO TRUE
            ELSE
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRegisterFile
                SET SheetIdx TO SheetTableCount
                SET SheetIdx UP BY 1
                SET SheetTableCount TO SheetIdx
                MOVE RegisterSheetRecord TO RG-Image-Tbl(SheetIdx)
                MOVE REG-Sheet-No   TO RG-Sheet-No-Tbl(SheetIdx)
                MOVE REG-CourseCode TO RG-CourseCode-Tbl(SheetIdx)
                MOVE REG-First-Date TO RG-First-Date-Tbl(SheetIdx)
                MOVE REG-Last-Date  TO RG-Last-Date-Tbl(SheetIdx)
                MOVE REG-Line-Count TO RG-Line-Count-Tbl(SheetIdx)
                MOVE REG-Status     TO RG-Status-Tbl(SheetIdx)
                MOVE ZERO           TO RG-Keyed-Lines-Tbl(SheetIdx)
                MOVE "N"            TO RG-Taken-Tbl(SheetIdx)
                READ RegisterFile
                    AT END SET EndOfRegisterFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Register-Status NOT = "35"
                CLOSE RegisterFile
            END-IF.

      * Sheets taken whole this run go back marked keyed, so the
      * same sheet keyed again is refused.
       StoreSheetTable.
            IF WS-Sheets-Taken > ZERO
                ACCEPT WS-Keyed-Date FROM DATE YYYYMMDD
                OPEN OUTPUT RegisterFile
                PERFORM VARYING SheetIdx FROM 1 BY 1
                        UNTIL SheetIdx > SheetTableCount
                    MOVE RG-Image-Tbl(SheetIdx) TO RegisterSheetRecord
                    IF RG-Taken-Tbl(SheetIdx) = "Y"
                        SET SheetKeyed TO TRUE
                        MOVE WS-Keyed-Date TO REG-Keyed-Date
                    END-IF
                    WRITE RegisterSheetRecord
                END-PERFORM
                CLOSE RegisterFile
            END-IF.

       ValidateAttendCourse.
            SET WS-Course-Valid-Switch TO "N"
            IF CourseTableCount > ZERO
            DISPLAY "AttendCapture - Control Report"
            DISPLAY "Sheet lines read     : " WS-Trans-Read
            DISPLAY "Records captured     : " WS-Records-Captured
            DISPLAY "Lines rejected       : " WS-Trans-Rejected
            DISPLAY "Sheets keyed         : " WS-Sheets-Taken
            DISPLAY "Sheets refused       : " WS-Sheets-Refused.

       END PROGRAM AttendCapture.
