      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudTimetable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT ScheduleFile ASSIGN "SCHEDULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT InstructorFile ASSIGN "INSTRMAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Instructor-Status.

           SELECT AssignFile ASSIGN "INSTASGN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Assign-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

      * Every timetable that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TimetableFile ASSIGN "TIMETBL.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  EnrollFile.
           COPY ENROLL.

       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  CourseFile.
           COPY COURSMAS.

       FD  InstructorFile.
           COPY INSTRMAS.

       FD  AssignFile.
           COPY INSTASGN.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  TimetableFile.
       01  ShowTimetable            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Enroll-Status         PIC XX      VALUE SPACES.
       01  WS-Schedule-Status       PIC XX      VALUE SPACES.
       01  WS-Instructor-Status     PIC XX      VALUE SPACES.
       01  WS-Assign-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Enroll-EOF-Switch     PIC X       VALUE "N".
           88 EndOfEnrollFile                   VALUE "Y".
       01  WS-Schedule-EOF-Switch   PIC X       VALUE "N".
           88 EndOfScheduleFile                 VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".
       01  WS-Instructor-EOF-Sw     PIC X       VALUE "N".
           88 EndOfInstructorFile               VALUE "Y".
       01  WS-Assign-EOF-Switch     PIC X       VALUE "N".
           88 EndOfAssignFile                   VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.

      * A prints every active student, C every active student
      * taking the keyed course, S the one keyed student - the
      * office's answer to a phone call.
       01  KeyedPrintScope          PIC X       VALUE SPACE.
           88 PrintAllStudents                  VALUE "A".
           88 PrintOneCourse                    VALUE "C".
           88 PrintOneStudent                   VALUE "S".
       01  KeyedCourseCode          PIC X(4)    VALUE SPACES.
       01  KeyedStudentId           PIC X(7)    VALUE SPACES.

       01  EnrollTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON EnrollTableCount
                                     INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl  PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Section-Tbl    PIC X.

       01  SchedTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  SchedTable.
           02 SchedEntry            OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON SchedTableCount
                                     INDEXED BY SchedIdx.
               03 SC-Course-Tbl     PIC X(4).
               03 SC-Day-Tbl        PIC 9.
               03 SC-Start-Tbl      PIC 9(4).
               03 SC-End-Tbl        PIC 9(4).
               03 SC-Room-Tbl       PIC X(6).
               03 SC-Section-Tbl    PIC X.

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

       01  InstrTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  InstrTable.
           02 InstrEntry            OCCURS 1 TO 200 TIMES
                                     DEPENDING ON InstrTableCount
                                     INDEXED BY InstrIdx.
               03 IN-Id-Tbl         PIC X(5).
               03 IN-Name-Tbl       PIC X(20).

      * Each course's current teacher - for dated assignment rows
      * the latest effective date on or before the business date
      * wins, the rule the roster heading already uses. Held per
      * course and section, a section's own row beating the
      * whole-course one.
       01  CourseInstrTableCount    PIC 9(4)    COMP VALUE ZERO.
       01  CourseInstrTable.
           02 CourseInstrEntry      OCCURS 1 TO 200 TIMES
                                     DEPENDING ON
                                         CourseInstrTableCount
                                     INDEXED BY CrsInstrIdx.
               03 CI-CourseCode-Tbl PIC X(4).
               03 CI-Section-Tbl    PIC X.
               03 CI-InstrId-Tbl    PIC X(5).
               03 CI-EffDate-Tbl    PIC 9(8).

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

      * One student's courses - the master's primary course and
      * every ENROLL.DAT row, each only once, with the section the
      * student sits in. Only that section's meetings and the
      * meetings the whole course attends go on the timetable.
       01  StudentCourseCount       PIC 9(4)    COMP VALUE ZERO.
       01  StudentCourseList.
           02 StudentCourseEntry    OCCURS 1 TO 20 TIMES
                                     DEPENDING ON StudentCourseCount.
               03 STC-CourseCode    PIC X(4).
               03 STC-Section       PIC X.

      * That student's week - every meeting of every course held in
      * day and start-time order as it is collected.
       01  StudentMeetingCount      PIC 9(4)    COMP VALUE ZERO.
       01  StudentMeetingList.
           02 StudentMeetingEntry   OCCURS 1 TO 100 TIMES
                                     DEPENDING ON StudentMeetingCount.
               03 SM-Sort-Key.
                   04 SM-Day        PIC 9.
                   04 SM-Start      PIC 9(4).
               03 SM-End            PIC 9(4).
               03 SM-CourseCode     PIC X(4).
               03 SM-Room           PIC X(6).
               03 SM-Section        PIC X.

       01  WS-New-Sort-Key.
           02 WS-New-Day            PIC 9.
           02 WS-New-Start          PIC 9(4).

      * Day names in the shop's rate-table idiom - SCH-Day picks the
      * row, 1 for Monday through 7 for Sunday.
       01  DayNameValues.
           02  FILLER      PIC X(9)    VALUE "MONDAY".
           02  FILLER      PIC X(9)    VALUE "TUESDAY".
           02  FILLER      PIC X(9)    VALUE "WEDNESDAY".
           02  FILLER      PIC X(9)    VALUE "THURSDAY".
           02  FILLER      PIC X(9)    VALUE "FRIDAY".
           02  FILLER      PIC X(9)    VALUE "SATURDAY".
           02  FILLER      PIC X(9)    VALUE "SUNDAY".
       01  DayNameTable REDEFINES DayNameValues.
           02  DayName     PIC X(9)    OCCURS 7 TIMES.

       01  WS-Course-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-CrsInstr-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-List-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Insert-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Day-Sub               PIC 9(4)    COMP VALUE ZERO.
       01  WS-Day-Meetings          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Wanted-Course         PIC X(4)    VALUE SPACES.
       01  WS-Wanted-Section        PIC X       VALUE SPACE.
       01  WS-Instructor-Name       PIC X(20)   VALUE SPACES.

       01  WS-Already-Listed-Switch PIC X       VALUE "N".
           88 CourseAlreadyListed               VALUE "Y".
       01  WS-Slot-Found-Switch     PIC X       VALUE "N".
           88 InsertSlotFound                   VALUE "Y".
       01  WS-Select-Switch         PIC X       VALUE "N".
           88 StudentSelected                   VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Students-Scanned   PIC 9(7)    VALUE ZERO.
           02 WS-Timetables-Printed PIC 9(5)    VALUE ZERO.
           02 WS-No-Classes-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Title-Line.
           02 FILLER                PIC X(25)   VALUE
              "WEEKLY CLASS TIMETABLE   ".
           02 TL-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 TL-StudentName        PIC X(12).
           02 FILLER                PIC X(11)   VALUE
              "  AS AT    ".
           02 TL-Date               PIC 9(8).
           02 FILLER                PIC X(15)   VALUE SPACES.

       01  WS-Street-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 SL-Street             PIC X(20).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-City-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 CL-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 CL-PostalCode         PIC X(8).
           02 FILLER                PIC X(46)   VALUE SPACES.

       01  WS-Column-Line.
           02 FILLER                PIC X(40)   VALUE
              "DAY       TIME       COURSE".
           02 FILLER                PIC X(40)   VALUE
              "      ROOM    INSTRUCTOR".

       01  WS-Detail-Line.
           02 DL-Day                PIC X(9).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Start              PIC 9(4).
           02 FILLER                PIC X       VALUE "-".
           02 DL-End                PIC 9(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-CourseName         PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Room               PIC X(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Instructor         PIC X(20).
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-Free-Day-Line.
           02 FR-Day                PIC X(9).
           02 FILLER                PIC X(71)   VALUE "  -".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The answer to September's phone calls, printed before they
      * are made - one weekly grid per active student, Monday to
      * Sunday in time order, built from the primary course on the
      * master, the ENROLL.DAT rows and the SCHEDULE.DAT meetings,
      * with each course named from the catalog and its teacher
      * from the current assignment. The mailed runs (all students
      * or one course) skip anyone on SUPPRESS.DAT; every timetable
      * that prints is logged on CORRHIST.DAT.
            DISPLAY "Print for - A all students, C one course, "
                "S one student: " WITH NO ADVANCING
            MOVE SPACE TO KeyedPrintScope
            ACCEPT KeyedPrintScope
            EVALUATE TRUE
                WHEN PrintAllStudents
                    CONTINUE
                WHEN PrintOneCourse
                    DISPLAY "Course code: " WITH NO ADVANCING
                    ACCEPT KeyedCourseCode
                    IF KeyedCourseCode = SPACES
                        DISPLAY "StudTimetable - NO COURSE KEYED "
                            "- RUN ABORTED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN PrintOneStudent
                    DISPLAY "StudentId (7 digits): "
                        WITH NO ADVANCING
                    ACCEPT KeyedStudentId
                    IF KeyedStudentId NOT NUMERIC
                        DISPLAY "StudTimetable - STUDENTID MUST BE 7 "
                            "NUMERIC DIGITS - RUN ABORTED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN OTHER
                    DISPLAY "StudTimetable - PRINT SCOPE MUST BE A, "
                        "C OR S - RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE

            PERFORM GetBusinessDate
            PERFORM LoadEnrollTable
            PERFORM LoadScheduleTable
            PERFORM LoadCourseTable
            PERFORM LoadInstructorTables
            PERFORM LoadSuppressTable

            OPEN INPUT StudentFile
            OPEN OUTPUT TimetableFile
            OPEN EXTEND CorrHistFile
            IF PrintOneStudent
                MOVE KeyedStudentId TO StudentId
                READ StudentFile
                    INVALID KEY
                        DISPLAY "StudentId " KeyedStudentId
                            " is not on STUDMAS.DAT."
                    NOT INVALID KEY
                        PERFORM PrintOneTimetable
                END-READ
            ELSE
                MOVE LOW-VALUES TO StudentId
                START StudentFile KEY IS NOT LESS THAN StudentId
                    INVALID KEY SET EndOfStudentFile TO TRUE
                END-START
                PERFORM UNTIL EndOfStudentFile
                    READ StudentFile NEXT RECORD
                        AT END SET EndOfStudentFile TO TRUE
                        NOT AT END PERFORM PrintOneTimetable
                    END-READ
                END-PERFORM
            END-IF
            CLOSE StudentFile
            CLOSE TimetableFile
            CLOSE CorrHistFile

            DISPLAY "StudTimetable - Control Report"
            DISPLAY "Students scanned     : " WS-Students-Scanned
            DISPLAY "Timetables printed   : " WS-Timetables-Printed
            DISPLAY "No classes on file   : " WS-No-Classes-Count
            DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            STOP RUN.

       PrintOneTimetable.
            ADD 1 TO WS-Students-Scanned
            PERFORM CollectStudentCourses
            PERFORM SelectStudent
            IF StudentSelected AND NOT PrintOneStudent
                PERFORM CheckSuppression
                IF PartyIsSuppressed
                    ADD 1 TO WS-Suppressed-Count
                    MOVE "N" TO WS-Select-Switch
                END-IF
            END-IF
            IF StudentSelected
                PERFORM CollectStudentMeetings
                IF StudentMeetingCount = ZERO
                    ADD 1 TO WS-No-Classes-Count
                    IF PrintOneStudent
                        DISPLAY "StudentId " KeyedStudentId
                            " has no class meetings on SCHEDULE.DAT."
                    END-IF
                ELSE
                    PERFORM PrintTimetableBody
                    PERFORM WriteCorrespondence
                    ADD 1 TO WS-Timetables-Printed
                END-IF
            END-IF.

      * Active students only - a one-course run also wants the
      * keyed course somewhere among the student's courses.
       SelectStudent.
            MOVE "N" TO WS-Select-Switch
            IF ActiveStudent
                SET StudentSelected TO TRUE
                IF PrintOneCourse
                    MOVE "N" TO WS-Select-Switch
                    PERFORM VARYING WS-List-Sub FROM 1 BY 1
                            UNTIL WS-List-Sub > StudentCourseCount
                        IF STC-CourseCode(WS-List-Sub)
                            = KeyedCourseCode
                            SET StudentSelected TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            IF PrintOneStudent AND NOT ActiveStudent
                DISPLAY "StudentId " KeyedStudentId
                    " is not an active student."
            END-IF.

       CollectStudentCourses.
            MOVE ZERO TO StudentCourseCount
            MOVE CourseCode OF StudentMasterRecord TO WS-Wanted-Course
            MOVE CourseSection TO WS-Wanted-Section
            PERFORM AddStudentCourse
            PERFORM VARYING EnrollIdx FROM 1 BY 1
                    UNTIL EnrollIdx > EnrollTableCount
                IF EN-StudentId-Tbl(EnrollIdx) = StudentId
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO WS-Wanted-Course
                    MOVE EN-Section-Tbl(EnrollIdx)
                        TO WS-Wanted-Section
                    PERFORM AddStudentCourse
                END-IF
            END-PERFORM.

       AddStudentCourse.
            MOVE "N" TO WS-Already-Listed-Switch
            PERFORM VARYING WS-List-Sub FROM 1 BY 1
                    UNTIL WS-List-Sub > StudentCourseCount
                IF STC-CourseCode(WS-List-Sub) = WS-Wanted-Course
                    SET CourseAlreadyListed TO TRUE
                END-IF
            END-PERFORM
            IF WS-Wanted-Course NOT = SPACES
               AND NOT CourseAlreadyListed
               AND StudentCourseCount < 20
                ADD 1 TO StudentCourseCount
                MOVE WS-Wanted-Course
                    TO STC-CourseCode(StudentCourseCount)
                MOVE WS-Wanted-Section
                    TO STC-Section(StudentCourseCount)
            END-IF.

       CollectStudentMeetings.
            MOVE ZERO TO StudentMeetingCount
            PERFORM VARYING SchedIdx FROM 1 BY 1
                    UNTIL SchedIdx > SchedTableCount
                PERFORM VARYING WS-List-Sub FROM 1 BY 1
                        UNTIL WS-List-Sub > StudentCourseCount
                    IF SC-Course-Tbl(SchedIdx)
                        = STC-CourseCode(WS-List-Sub)
                       AND (SC-Section-Tbl(SchedIdx) = SPACE
                        OR SC-Section-Tbl(SchedIdx)
                           = STC-Section(WS-List-Sub))
                       AND StudentMeetingCount < 100
                        PERFORM InsertStudentMeeting
                    END-IF
                END-PERFORM
            END-PERFORM.

      * Slid into day and start-time order as it arrives, so the
      * grid prints straight down the list.
       InsertStudentMeeting.
            MOVE SC-Day-Tbl(SchedIdx)   TO WS-New-Day
            MOVE SC-Start-Tbl(SchedIdx) TO WS-New-Start
            ADD 1 TO StudentMeetingCount
            MOVE StudentMeetingCount TO WS-Insert-Sub
            MOVE "N" TO WS-Slot-Found-Switch
            PERFORM UNTIL InsertSlotFound
                IF WS-Insert-Sub = 1
                    SET InsertSlotFound TO TRUE
                ELSE
                    IF SM-Sort-Key(WS-Insert-Sub - 1)
                        <= WS-New-Sort-Key
                        SET InsertSlotFound TO TRUE
                    ELSE
                        MOVE StudentMeetingEntry(WS-Insert-Sub - 1)
                            TO StudentMeetingEntry(WS-Insert-Sub)
                        SUBTRACT 1 FROM WS-Insert-Sub
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-New-Sort-Key TO SM-Sort-Key(WS-Insert-Sub)
            MOVE SC-End-Tbl(SchedIdx)    TO SM-End(WS-Insert-Sub)
            MOVE SC-Course-Tbl(SchedIdx) TO SM-CourseCode(WS-Insert-Sub)
            MOVE SC-Room-Tbl(SchedIdx)   TO SM-Room(WS-Insert-Sub)
            MOVE STC-Section(WS-List-Sub) TO SM-Section(WS-Insert-Sub).

       PrintTimetableBody.
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE StudentId         TO TL-StudentId
            MOVE WS-Formatted-Name TO TL-StudentName
            MOVE WS-Business-Date  TO TL-Date
            MOVE WS-Title-Line TO ShowTimetable
            IF WS-Timetables-Printed = ZERO
                WRITE ShowTimetable
            ELSE
                WRITE ShowTimetable AFTER ADVANCING PAGE
            END-IF
            MOVE Street TO SL-Street
            MOVE WS-Street-Line TO ShowTimetable
            WRITE ShowTimetable
            MOVE City       TO CL-City
            MOVE PostalCode TO CL-PostalCode
            MOVE WS-City-Line TO ShowTimetable
            WRITE ShowTimetable
            MOVE WS-Blank-Line TO ShowTimetable
            WRITE ShowTimetable
            MOVE WS-Column-Line TO ShowTimetable
            WRITE ShowTimetable
            PERFORM PrintOneDay
                VARYING WS-Day-Sub FROM 1 BY 1
                UNTIL WS-Day-Sub > 7.

      * Every day of the week gets its line - a free day shows as a
      * dash rather than vanishing from the grid - and only the
      * first meeting of a day carries the day's name.
       PrintOneDay.
            MOVE ZERO TO WS-Day-Meetings
            PERFORM VARYING WS-List-Sub FROM 1 BY 1
                    UNTIL WS-List-Sub > StudentMeetingCount
                IF SM-Day(WS-List-Sub) = WS-Day-Sub
                    PERFORM PrintOneMeeting
                END-IF
            END-PERFORM
            IF WS-Day-Meetings = ZERO
                MOVE DayName(WS-Day-Sub) TO FR-Day
                MOVE WS-Free-Day-Line TO ShowTimetable
                WRITE ShowTimetable
            END-IF.

       PrintOneMeeting.
            IF WS-Day-Meetings = ZERO
                MOVE DayName(WS-Day-Sub) TO DL-Day
            ELSE
                MOVE SPACES TO DL-Day
            END-IF
            MOVE SM-Start(WS-List-Sub)      TO DL-Start
            MOVE SM-End(WS-List-Sub)        TO DL-End
            MOVE SM-CourseCode(WS-List-Sub) TO DL-CourseCode
            MOVE SM-CourseCode(WS-List-Sub) TO WS-Wanted-Course
            MOVE SM-Section(WS-List-Sub)    TO WS-Wanted-Section
            PERFORM LocateCourseEntry
            IF WS-Course-Sub > ZERO
                MOVE CourseName-Tbl(WS-Course-Sub) TO DL-CourseName
            ELSE
                MOVE SPACES TO DL-CourseName
            END-IF
            MOVE SM-Room(WS-List-Sub) TO DL-Room
            PERFORM LookUpInstructorName
            MOVE WS-Instructor-Name TO DL-Instructor
            MOVE WS-Detail-Line TO ShowTimetable
            WRITE ShowTimetable
            ADD 1 TO WS-Day-Meetings.

       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            MOVE "TIMETABLE " TO CRH-Doc-Type
            MOVE WS-Business-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * The whole-course teacher first, then the section's own
      * teacher over it when the student's section has one.
       LookUpInstructorName.
            MOVE "(UNASSIGNED)" TO WS-Instructor-Name
            PERFORM VARYING WS-CrsInstr-Sub FROM 1 BY 1
                    UNTIL WS-CrsInstr-Sub > CourseInstrTableCount
                IF CI-CourseCode-Tbl(WS-CrsInstr-Sub)
                    = WS-Wanted-Course
                   AND CI-Section-Tbl(WS-CrsInstr-Sub) = SPACE
                    PERFORM NameCourseInstructor
                END-IF
            END-PERFORM
            IF WS-Wanted-Section NOT = SPACE
                PERFORM VARYING WS-CrsInstr-Sub FROM 1 BY 1
                        UNTIL WS-CrsInstr-Sub > CourseInstrTableCount
                    IF CI-CourseCode-Tbl(WS-CrsInstr-Sub)
                        = WS-Wanted-Course
                       AND CI-Section-Tbl(WS-CrsInstr-Sub)
                        = WS-Wanted-Section
                        PERFORM NameCourseInstructor
                    END-IF
                END-PERFORM
            END-IF.

       NameCourseInstructor.
            IF CI-InstrId-Tbl(WS-CrsInstr-Sub) NOT = SPACES
               AND InstrTableCount > ZERO
                SET InstrIdx TO 1
                SEARCH InstrEntry
                   AT END CONTINUE
                   WHEN IN-Id-Tbl(InstrIdx) =
                            CI-InstrId-Tbl(WS-CrsInstr-Sub)
                        MOVE IN-Name-Tbl(InstrIdx)
                            TO WS-Instructor-Name
                END-SEARCH
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END MOVE ZERO TO WS-Course-Sub
                   WHEN CourseCode-Tbl(CourseIdx) = WS-Wanted-Course
                        SET WS-Course-Sub TO CourseIdx
                END-SEARCH
            END-IF.

       CheckSuppression.
            MOVE "N" TO WS-Suppressed-Switch
            IF SuppressTableCount > ZERO
                SET SuppIdx TO 1
                SEARCH SuppressEntry
                   AT END MOVE "N" TO WS-Suppressed-Switch
                   WHEN SU-Type-Tbl(SuppIdx) = "S"
                        AND SU-Id-Tbl(SuppIdx) = StudentId
                        SET PartyIsSuppressed TO TRUE
                END-SEARCH
            END-IF.

      * The processing date comes off the business-date control
      * DateAdvance keeps - the machine clock only stands in when
      * the control has never been built.
       GetBusinessDate.
            ACCEPT WS-Business-Date FROM DATE YYYYMMDD
            OPEN INPUT BusinessDateFile
            IF WS-BusDate-Status = "00"
                READ BusinessDateFile
                    AT END CONTINUE
                    NOT AT END
                        IF BDT-Business-Date NUMERIC
                           AND BDT-Business-Date > ZERO
                            MOVE BDT-Business-Date
                                TO WS-Business-Date
                        END-IF
                END-READ
                CLOSE BusinessDateFile
            END-IF.

       LoadEnrollTable.
            OPEN INPUT EnrollFile
            IF WS-Enroll-Status NOT = "00"
                SET EndOfEnrollFile TO TRUE
            ELSE
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfEnrollFile
                SET EnrollIdx TO EnrollTableCount
                SET EnrollIdx UP BY 1
                SET EnrollTableCount TO EnrollIdx
                MOVE ENR-StudentId  TO EN-StudentId-Tbl(EnrollIdx)
                MOVE ENR-CourseCode TO EN-CourseCode-Tbl(EnrollIdx)
                MOVE ENR-Section    TO EN-Section-Tbl(EnrollIdx)
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Enroll-Status NOT = "35"
                CLOSE EnrollFile
            END-IF.

       LoadScheduleTable.
            OPEN INPUT ScheduleFile
            IF WS-Schedule-Status NOT = "00"
                SET EndOfScheduleFile TO TRUE
            ELSE
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfScheduleFile
                SET SchedIdx TO SchedTableCount
                SET SchedIdx UP BY 1
                SET SchedTableCount TO SchedIdx
                MOVE SCH-CourseCode TO SC-Course-Tbl(SchedIdx)
                MOVE SCH-Day        TO SC-Day-Tbl(SchedIdx)
                MOVE SCH-Start-Time TO SC-Start-Tbl(SchedIdx)
                MOVE SCH-End-Time   TO SC-End-Tbl(SchedIdx)
                MOVE SCH-Room       TO SC-Room-Tbl(SchedIdx)
                MOVE SCH-Section    TO SC-Section-Tbl(SchedIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Schedule-Status NOT = "35"
                CLOSE ScheduleFile
            END-IF.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
               AT END SET EndOfCourseFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfCourseFile
               SET CourseIdx TO CourseTableCount
               SET CourseIdx UP BY 1
               SET CourseTableCount TO CourseIdx
               MOVE CourseCode-C TO CourseCode-Tbl(CourseIdx)
               MOVE CourseName-C TO CourseName-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

       LoadInstructorTables.
            OPEN INPUT InstructorFile
            IF WS-Instructor-Status NOT = "00"
                SET EndOfInstructorFile TO TRUE
            ELSE
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInstructorFile
                SET InstrIdx TO InstrTableCount
                SET InstrIdx UP BY 1
                SET InstrTableCount TO InstrIdx
                MOVE INS-Id   TO IN-Id-Tbl(InstrIdx)
                MOVE INS-Name TO IN-Name-Tbl(InstrIdx)
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Instructor-Status NOT = "35"
                CLOSE InstructorFile
            END-IF
            OPEN INPUT AssignFile
            IF WS-Assign-Status NOT = "00"
                SET EndOfAssignFile TO TRUE
            ELSE
                READ AssignFile
                    AT END SET EndOfAssignFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAssignFile
                IF ASG-Effective-Date <= WS-Business-Date
                    PERFORM HoldOneAssignment
                END-IF
                READ AssignFile
                    AT END SET EndOfAssignFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Assign-Status NOT = "35"
                CLOSE AssignFile
            END-IF.

       HoldOneAssignment.
            MOVE ZERO TO WS-CrsInstr-Sub
            IF CourseInstrTableCount > ZERO
                SET CrsInstrIdx TO 1
                SEARCH CourseInstrEntry
                   AT END MOVE ZERO TO WS-CrsInstr-Sub
                   WHEN CI-CourseCode-Tbl(CrsInstrIdx) =
                            ASG-CourseCode
                        AND CI-Section-Tbl(CrsInstrIdx) = ASG-Section
                        SET WS-CrsInstr-Sub TO CrsInstrIdx
                END-SEARCH
            END-IF
            IF WS-CrsInstr-Sub = ZERO
                SET CrsInstrIdx TO CourseInstrTableCount
                SET CrsInstrIdx UP BY 1
                SET CourseInstrTableCount TO CrsInstrIdx
                SET WS-CrsInstr-Sub TO CrsInstrIdx
                MOVE ASG-CourseCode
                    TO CI-CourseCode-Tbl(CrsInstrIdx)
                MOVE ASG-Section TO CI-Section-Tbl(CrsInstrIdx)
                MOVE SPACES TO CI-InstrId-Tbl(CrsInstrIdx)
                MOVE ZERO   TO CI-EffDate-Tbl(CrsInstrIdx)
            END-IF
            IF ASG-Effective-Date >= CI-EffDate-Tbl(WS-CrsInstr-Sub)
                MOVE ASG-Instructor-Id
                    TO CI-InstrId-Tbl(WS-CrsInstr-Sub)
                MOVE ASG-Effective-Date
                    TO CI-EffDate-Tbl(WS-CrsInstr-Sub)
            END-IF.

       LoadSuppressTable.
            OPEN INPUT SuppressFile
            IF WS-Suppress-Status NOT = "00"
                SET EndOfSuppressFile TO TRUE
            ELSE
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuppressFile
                SET SuppIdx TO SuppressTableCount
                SET SuppIdx UP BY 1
                SET SuppressTableCount TO SuppIdx
                MOVE SUP-Party-Type TO SU-Type-Tbl(SuppIdx)
                MOVE SUP-Party-Id   TO SU-Id-Tbl(SuppIdx)
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suppress-Status NOT = "35"
                CLOSE SuppressFile
            END-IF.

       END PROGRAM StudTimetable.
