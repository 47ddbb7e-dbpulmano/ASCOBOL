                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

      * Sessions missed and covered, as InstrAbsence recorded them.
           SELECT AbsenceFile ASSIGN "INSTRABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

           SELECT ReportFile ASSIGN "WORKLOAD.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  AbsenceFile.
           COPY INSTRABS.

       FD  TermFile.
           COPY TERMMAS.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

           88 EndOfAssignFile                  VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".
       01  WS-Section-Status       PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

       01  WS-Absence-Status       PIC XX      VALUE SPACES.
       01  WS-Absence-EOF-Switch   PIC X       VALUE "N".
           88 EndOfAbsenceFile                 VALUE "Y".
       01  WS-Term-Status          PIC XX      VALUE SPACES.
       01  WS-Term-EOF-Switch      PIC X       VALUE "N".
           88 EndOfTermFile                    VALUE "Y".

       01  WS-Term-Found-Switch    PIC X       VALUE "N".
           88 CurrentTermFound                 VALUE "Y".
       01  WS-Current-Term-Id      PIC X(6)    VALUE SPACES.
       01  WS-Term-Start-Date      PIC 9(8)    VALUE ZERO.
       01  WS-Term-End-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Today-Date           PIC 9(8)    VALUE ZERO.

               03 IN-Id-Tbl        PIC X(5).
               03 IN-Name-Tbl      PIC X(20).
               03 IN-Status-Tbl    PIC X.
               03 IN-Cover-Tbl     PIC 9(4).
               03 IN-Lost-Tbl      PIC 9(4).

      * Each course's current teacher - for dated rows the latest
      * effective date on or before today wins, the price-list
      * rule applied to people. A course split into sections gets
      * one more row per section carrying that section's seats;
      * the whole-course row is then marked split and left off the
      * report. A section takes the whole-course teacher unless it
      * has an assignment row of its own, which always wins.
       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 500 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).
               03 CR-Section-Tbl   PIC X.
               03 CourseName-Tbl   PIC X(30).
               03 CurrEnrolled-Tbl PIC 9(4).
               03 CR-InstrId-Tbl   PIC X(5).
               03 CR-EffDate-Tbl   PIC 9(8).
               03 CR-Split-Sw-Tbl  PIC X.
                  88 CourseIsSplit             VALUE "Y".
               03 CR-Own-Sw-Tbl    PIC X.
                  88 SectionHasOwnInstr        VALUE "Y".
       01  WS-Course-Row-Count     PIC 9(4)    COMP VALUE ZERO.

       01  WS-Course-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Instr-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-CourseCode         PIC X(4).
           02 DL-Section            PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-CourseName         PIC X(30).
           02 FILLER                PIC X(9)    VALUE "  SEATS: ".
           02 DL-Seats              PIC ZZZ9.
           02 IT-Seats              PIC ZZZZZ9.
           02 FILLER                PIC X(43)   VALUE SPACES.

      * Cover taught for others and own classes lost to
      * cancellation - this term's sessions when TERMS.DAT names a
      * current term, every session on file when it does not.
       01  WS-Instr-Absence-Line.
           02 FILLER                PIC X(18)   VALUE
              "  -- COVER TAUGHT:".
           02 IA-Cover              PIC ZZZ9.
           02 FILLER                PIC X(15)   VALUE
              "  CLASSES LOST:".
           02 IA-Lost               PIC ZZZ9.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Unassigned-Line.
           02 FILLER                PIC X(31)   VALUE
              "COURSES WITH NO INSTRUCTOR   : ".
            ACCEPT WS-Today-Date FROM DATE YYYYMMDD
            PERFORM LoadInstrTable
            PERFORM LoadCourseTable
            PERFORM LoadSectionRows
            PERFORM ResolveAssignments
            PERFORM GetCurrentTerm
            PERFORM CountAbsenceSessions

            OPEN OUTPUT ReportFile
            MOVE WS-Title-Line TO ShowReport
            PERFORM VARYING WS-Course-Sub FROM 1 BY 1
                    UNTIL WS-Course-Sub > CourseTableCount
                IF CourseCode-Tbl(WS-Course-Sub) = ASG-CourseCode
                    EVALUATE TRUE
                        WHEN CR-Section-Tbl(WS-Course-Sub) =
                                 ASG-Section
                         AND ASG-Section NOT = SPACE
                            IF NOT SectionHasOwnInstr(WS-Course-Sub)
                               OR ASG-Effective-Date >=
                                  CR-EffDate-Tbl(WS-Course-Sub)
                                PERFORM TakeAssignment
                                SET SectionHasOwnInstr(WS-Course-Sub)
                                    TO TRUE
                            END-IF
                        WHEN ASG-Section NOT = SPACE
                            CONTINUE
                        WHEN SectionHasOwnInstr(WS-Course-Sub)
                            CONTINUE
                        WHEN ASG-Effective-Date >=
                                 CR-EffDate-Tbl(WS-Course-Sub)
                            PERFORM TakeAssignment
                    END-EVALUATE
                END-IF
            END-PERFORM.

       TakeAssignment.
            MOVE ASG-Instructor-Id
                TO CR-InstrId-Tbl(WS-Course-Sub)
            MOVE ASG-Effective-Date
                TO CR-EffDate-Tbl(WS-Course-Sub).

       PrintOneInstructor.
            MOVE ZERO TO WS-Instr-Courses
            MOVE ZERO TO WS-Instr-Seats
                    UNTIL WS-Course-Sub > CourseTableCount
                IF CR-InstrId-Tbl(WS-Course-Sub) =
                        IN-Id-Tbl(WS-Instr-Sub)
                   AND NOT CourseIsSplit(WS-Course-Sub)
                    MOVE CourseCode-Tbl(WS-Course-Sub)
                        TO DL-CourseCode
                    MOVE CR-Section-Tbl(WS-Course-Sub) TO DL-Section
                    MOVE CourseName-Tbl(WS-Course-Sub)
                        TO DL-CourseName
                    MOVE CurrEnrolled-Tbl(WS-Course-Sub) TO DL-Seats
            MOVE WS-Instr-Seats   TO IT-Seats
            MOVE WS-Instr-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE IN-Cover-Tbl(WS-Instr-Sub) TO IA-Cover
            MOVE IN-Lost-Tbl(WS-Instr-Sub)  TO IA-Lost
            MOVE WS-Instr-Absence-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport.

            PERFORM VARYING WS-Course-Sub FROM 1 BY 1
                    UNTIL WS-Course-Sub > CourseTableCount
                IF CR-InstrId-Tbl(WS-Course-Sub) = SPACES
                   AND NOT CourseIsSplit(WS-Course-Sub)
                    ADD 1 TO WS-Unassigned-Count
                END-IF
            END-PERFORM.
                MOVE INS-Id     TO IN-Id-Tbl(InstrIdx)
                MOVE INS-Name   TO IN-Name-Tbl(InstrIdx)
                MOVE INS-Status TO IN-Status-Tbl(InstrIdx)
                MOVE ZERO       TO IN-Cover-Tbl(InstrIdx)
                MOVE ZERO       TO IN-Lost-Tbl(InstrIdx)
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
                CLOSE InstructorFile
            END-IF.

      * No INSTRABS.DAT yet (a "35" status) means nobody has missed
      * a class - every count stays at zero.
       CountAbsenceSessions.
            OPEN INPUT AbsenceFile
            IF WS-Absence-Status NOT = "00"
                SET EndOfAbsenceFile TO TRUE
            ELSE
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAbsenceFile
                IF NOT CurrentTermFound
                   OR (ABS-Date >= WS-Term-Start-Date
                   AND ABS-Date <= WS-Term-End-Date)
                    PERFORM CountOneSession
                END-IF
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Absence-Status NOT = "35"
                CLOSE AbsenceFile
            END-IF.

       CountOneSession.
            PERFORM VARYING InstrIdx FROM 1 BY 1
                    UNTIL InstrIdx > InstrTableCount
                IF SessionCovered
                   AND IN-Id-Tbl(InstrIdx) = ABS-Cover-Id
                    ADD 1 TO IN-Cover-Tbl(InstrIdx)
                END-IF
                IF SessionCancelled
                   AND IN-Id-Tbl(InstrIdx) = ABS-Instructor-Id
                    ADD 1 TO IN-Lost-Tbl(InstrIdx)
                END-IF
            END-PERFORM.

      * No TERMS.DAT (a "35" status) reads the same as no current
      * term - the absence counts then take every session on file.
       GetCurrentTerm.
            MOVE "N" TO WS-Term-Found-Switch
            OPEN INPUT TermFile
            IF WS-Term-Status NOT = "00"
                SET EndOfTermFile TO TRUE
            ELSE
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTermFile
                IF CurrentTerm
                    SET CurrentTermFound TO TRUE
                    MOVE TRM-Term-Id    TO WS-Current-Term-Id
                    MOVE TRM-Start-Date TO WS-Term-Start-Date
                    MOVE TRM-End-Date   TO WS-Term-End-Date
                END-IF
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Term-Status NOT = "35"
                CLOSE TermFile
            END-IF.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
               SET CourseIdx UP BY 1
               SET CourseTableCount TO CourseIdx
               MOVE CourseCode-C    TO CourseCode-Tbl(CourseIdx)
               MOVE SPACE           TO CR-Section-Tbl(CourseIdx)
               MOVE CourseName-C    TO CourseName-Tbl(CourseIdx)
               MOVE CurrEnrolled-C  TO CurrEnrolled-Tbl(CourseIdx)
               MOVE SPACES          TO CR-InstrId-Tbl(CourseIdx)
               MOVE ZERO            TO CR-EffDate-Tbl(CourseIdx)
               MOVE "N"             TO CR-Split-Sw-Tbl(CourseIdx)
               MOVE "N"             TO CR-Own-Sw-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

      * No SECTIONS.DAT (a "35" status) means no course is split -
      * every course reports as the one row loaded above. A section
      * of a course no longer in the catalog is passed over.
       LoadSectionRows.
            MOVE CourseTableCount TO WS-Course-Row-Count
            OPEN INPUT SectionFile
            IF WS-Section-Status NOT = "00"
                SET EndOfSectionFile TO TRUE
            ELSE
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSectionFile
                PERFORM VARYING WS-Course-Sub FROM 1 BY 1
                        UNTIL WS-Course-Sub > WS-Course-Row-Count
                    IF CourseCode-Tbl(WS-Course-Sub) = SEC-CourseCode
                        PERFORM AddSectionRow
                    END-IF
                END-PERFORM
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Section-Status NOT = "35"
                CLOSE SectionFile
            END-IF.

       AddSectionRow.
            SET CourseIsSplit(WS-Course-Sub) TO TRUE
            SET CourseIdx TO CourseTableCount
            SET CourseIdx UP BY 1
            SET CourseTableCount TO CourseIdx
            MOVE SEC-CourseCode    TO CourseCode-Tbl(CourseIdx)
            MOVE SEC-Section       TO CR-Section-Tbl(CourseIdx)
            MOVE CourseName-Tbl(WS-Course-Sub)
                                   TO CourseName-Tbl(CourseIdx)
            MOVE SEC-Curr-Enrolled TO CurrEnrolled-Tbl(CourseIdx)
            MOVE SPACES            TO CR-InstrId-Tbl(CourseIdx)
            MOVE ZERO              TO CR-EffDate-Tbl(CourseIdx)
            MOVE "N"               TO CR-Split-Sw-Tbl(CourseIdx)
            MOVE "N"               TO CR-Own-Sw-Tbl(CourseIdx).

       END PROGRAM InstrWorkload.
