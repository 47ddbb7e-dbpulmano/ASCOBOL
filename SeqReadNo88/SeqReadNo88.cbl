               03 SW-DOBirth   PIC 9(2).
           02  SW-CourseCode   PIC X(4).
           02  SW-Gender       PIC X.
           02  FILLER          PIC X(61).
           02  SW-Section      PIC X.

       FD SortedStudents.
       01 SortedStudentDetails.
               03 SR-DOBirth   PIC 9(2).
           02  SR-CourseCode   PIC X(4).
           02  SR-Gender       PIC X.
           02  FILLER          PIC X(61).
           02  SR-Section      PIC X.

       FD AgeExceptionFile.
       01 AgeExceptRecord.
       01  WS-Assign-Status        PIC XX      VALUE SPACES.
       01  WS-Assign-EOF-Switch    PIC X       VALUE "N".
           88 EndOfAssignFile                  VALUE "Y".
      * TIME comes back as HHMMSS and hundredths - a stamp keeps the
      * clock time to the second, so a step can be timed from its
      * start and complete stamps.
       01  WS-Stamp-Clock.
           02 WS-Stamp-HHMMSS      PIC 9(6).
           02 WS-Stamp-Hundredths  PIC 9(2).

       01  InstrTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  InstrTable.

      * Each course's current teacher for the heading - for dated
      * assignment rows the latest effective date on or before
      * today wins, the price-list rule applied to people. Rows
      * are held per course and section; a blank section is the
      * whole-course teacher a section falls back on.
       01  CourseInstrTableCount   PIC 9(4)    COMP VALUE ZERO.
       01  CourseInstrTable.
           02 CourseInstrEntry     OCCURS 1 TO 200 TIMES
                                        CourseInstrTableCount
                                    INDEXED BY CrsInstrIdx.
               03 CI-CourseCode-Tbl PIC X(4).
               03 CI-Section-Tbl   PIC X.
               03 CI-InstrId-Tbl   PIC X(5).
               03 CI-EffDate-Tbl   PIC 9(8).

       01  WS-Instructor-Line.
           02 FILLER                PIC X(8)    VALUE "COURSE  ".
           02 IL-CourseCode         PIC X(4).
           02 IL-Section-Caption    PIC X(9).
           02 IL-Section            PIC X.
           02 FILLER                PIC X(14)   VALUE "  INSTRUCTOR: ".
           02 IL-InstrName          PIC X(20).
           02 FILLER                PIC X(24)   VALUE SPACES.
       01  WS-EOF-Switch           PIC X       VALUE "N".
           88 EndOfSortedFile                  VALUE "Y".

           88 FirstRecord                      VALUE "Y".

       01  WS-Prev-CourseCode      PIC X(4)    VALUE SPACES.
       01  WS-Prev-Section         PIC X       VALUE SPACES.
       01  WS-Course-Headcount     PIC 9(5)    VALUE ZERO.
       01  WS-Grand-Total          PIC 9(5)    VALUE ZERO.

           "Course Roster".

       01  WS-Column-Line           PIC X(80)   VALUE
           "Course  Stud-Id  StudentName        YOB  Section".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

           02 DL-StudentName        PIC X(10).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-YOBirth            PIC 9(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Section            PIC X.
           02 FILLER                PIC X(46)   VALUE SPACES.

       01  WS-Headcount-Line.
           02 FILLER                PIC X(6)    VALUE "  -- ".
           02 HC-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 HC-Section            PIC X.
           02 FILLER                PIC X(13)   VALUE " headcount : ".
           02 HC-Count              PIC ZZZZ9.
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-Grand-Total-Line.
           02 FILLER                PIC X(23)   VALUE
      * master - one released record per master record under its
      * primary course, plus one per ENROLL.DAT row for any further
      * course, so a student prints under every course they take.
      * A sectioned course breaks again on section, so each section
      * prints as its own class list with its own headcount.
           SORT SortWorkFile
               ON ASCENDING KEY SW-CourseCode
               ON ASCENDING KEY SW-Section
               ON ASCENDING KEY SW-StudentId
               INPUT PROCEDURE IS ReleaseRosterRecords
               GIVING SortedStudents
                       IF ENR-CourseCode NOT = CourseCode
                           MOVE StudentMasterRecord TO SortWorkRecord
                           MOVE ENR-CourseCode TO SW-CourseCode
                           MOVE ENR-Section TO SW-Section
                           RELEASE SortWorkRecord
                       END-IF
               END-READ
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF NOT FirstRecord AND
                  (SR-CourseCode NOT = WS-Prev-CourseCode
                   OR SR-Section NOT = WS-Prev-Section)
                   PERFORM PrintCourseHeadcount
               END-IF
               IF WS-Line-Count >= WS-Lines-Per-Page
               END-IF
               IF FirstRecord
                  OR SR-CourseCode NOT = WS-Prev-CourseCode
                  OR SR-Section NOT = WS-Prev-Section
                   PERFORM PrintInstructorHeading
               END-IF
               MOVE "N" TO WS-First-Record-Switch
               MOVE SR-CourseCode TO WS-Prev-CourseCode
               MOVE SR-Section TO WS-Prev-Section
               ADD 1 TO WS-Course-Headcount
               ADD 1 TO WS-Grand-Total
               MOVE SR-CourseCode TO DL-CourseCode
               MOVE SR-StudentId TO DL-StudentId
               MOVE SR-StudentName TO DL-StudentName
               MOVE SR-YOBirth TO DL-YOBirth
               MOVE SR-Section TO DL-Section
               MOVE WS-Detail-Line TO ShowRoster
               WRITE ShowRoster
               ADD 1 TO WS-Line-Count
           OPEN EXTEND RunControlFile
           MOVE WS-Business-Date TO RUNC-Date
           MOVE "SEQREADN88"     TO RUNC-Program
           ACCEPT WS-Stamp-Clock FROM TIME
           MOVE WS-Stamp-HHMMSS  TO RUNC-Time
           MOVE "S"              TO RUNC-Status
           WRITE RunControlRecord
           CLOSE RunControlFile.
           OPEN EXTEND RunControlFile
           MOVE WS-Business-Date TO RUNC-Date
           MOVE "SEQREADN88"     TO RUNC-Program
           ACCEPT WS-Stamp-Clock FROM TIME
           MOVE WS-Stamp-HHMMSS  TO RUNC-Time
           MOVE "C"              TO RUNC-Status
           WRITE RunControlRecord
           CLOSE RunControlFile.

      * A course with no current assignment still gets its heading
      * - UNASSIGNED names the gap the way the blank line never
      * could. The whole-course teacher is looked up first and a
      * section's own assignment, when it has one, then replaces it.
       PrintInstructorHeading.
           MOVE "(UNASSIGNED)" TO WS-Instructor-Name
           PERFORM VARYING WS-CrsInstr-Sub FROM 1 BY 1
                   UNTIL WS-CrsInstr-Sub > CourseInstrTableCount
               IF CI-CourseCode-Tbl(WS-CrsInstr-Sub) = SR-CourseCode
                  AND CI-Section-Tbl(WS-CrsInstr-Sub) = SPACE
                  AND CI-InstrId-Tbl(WS-CrsInstr-Sub) NOT = SPACES
                   PERFORM LookUpInstructorName
               END-IF
           END-PERFORM
           IF SR-Section NOT = SPACE
               PERFORM VARYING WS-CrsInstr-Sub FROM 1 BY 1
                       UNTIL WS-CrsInstr-Sub > CourseInstrTableCount
                   IF CI-CourseCode-Tbl(WS-CrsInstr-Sub)
                          = SR-CourseCode
                      AND CI-Section-Tbl(WS-CrsInstr-Sub)
                          = SR-Section
                      AND CI-InstrId-Tbl(WS-CrsInstr-Sub) NOT = SPACES
                       PERFORM LookUpInstructorName
                   END-IF
               END-PERFORM
               MOVE " SECTION " TO IL-Section-Caption
           ELSE
               MOVE SPACES TO IL-Section-Caption
           END-IF
           MOVE SR-Section TO IL-Section
           MOVE SR-CourseCode TO IL-CourseCode
           MOVE WS-Instructor-Name TO IL-InstrName
           MOVE WS-Instructor-Line TO ShowRoster
                  AT END MOVE ZERO TO WS-CrsInstr-Sub
                  WHEN CI-CourseCode-Tbl(CrsInstrIdx) =
                           ASG-CourseCode
                   AND CI-Section-Tbl(CrsInstrIdx) = ASG-Section
                       SET WS-CrsInstr-Sub TO CrsInstrIdx
               END-SEARCH
           END-IF
               SET WS-CrsInstr-Sub TO CrsInstrIdx
               MOVE ASG-CourseCode
                   TO CI-CourseCode-Tbl(CrsInstrIdx)
               MOVE ASG-Section TO CI-Section-Tbl(CrsInstrIdx)
               MOVE SPACES TO CI-InstrId-Tbl(CrsInstrIdx)
               MOVE ZERO   TO CI-EffDate-Tbl(CrsInstrIdx)
           END-IF

       PrintCourseHeadcount.
           MOVE WS-Prev-CourseCode TO HC-CourseCode
           MOVE WS-Prev-Section TO HC-Section
           MOVE WS-Course-Headcount TO HC-Count
           MOVE WS-Headcount-Line TO ShowRoster
           WRITE ShowRoster
