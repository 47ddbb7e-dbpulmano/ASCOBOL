                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Threshold-Status.

      * Sessions InstrAbsence cancelled - a class that was never
      * held is not counted against anyone's attendance.
           SELECT AbsenceFile ASSIGN "INSTRABS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Absence-Status.

           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT ReportFile ASSIGN "ATTDRPT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  ThresholdRecord.
           02 THR-Percent-X        PIC X(3).

       FD  AbsenceFile.
           COPY INSTRABS.

       FD  StudentFile.
           COPY STUDMAS.

       FD  EnrollFile.
           COPY ENROLL.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".

       01  WS-Absence-Status       PIC XX      VALUE SPACES.
       01  WS-Absence-EOF-Switch   PIC X       VALUE "N".
           88 EndOfAbsenceFile                 VALUE "Y".

       01  WS-Enroll-Status        PIC XX      VALUE SPACES.
       01  WS-Enroll-EOF-Switch    PIC X       VALUE "N".
           88 EndOfEnrollFile                  VALUE "Y".

       01  WS-Threshold-Status     PIC XX      VALUE SPACES.
      * The standing threshold when ATTDPCT.DAT is absent or keyed
      * non-numeric.
               03 TY-Sessions-Tbl  PIC 9(4).
               03 TY-Present-Tbl   PIC 9(4).

      * Cancelled sessions off INSTRABS.DAT - a blank section is a
      * whole-course meeting and cancels for every section.
       01  CancelTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CancelTable.
           02 CancelEntry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON CancelTableCount
                                    INDEXED BY CancelIdx.
               03 CX-CourseCode-Tbl PIC X(4).
               03 CX-Section-Tbl   PIC X.
               03 CX-Date-Tbl      PIC 9(8).

       01  EnrollTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON EnrollTableCount
                                    INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Section-Tbl   PIC X.

       01  WS-Cancelled-Switch     PIC X       VALUE "N".
           88 SessionWasCancelled              VALUE "Y".
       01  WS-Student-Section      PIC X       VALUE SPACE.
       01  WS-Section-Found-Switch PIC X       VALUE "N".
           88 StudentSectionFound              VALUE "Y".

       01  WS-Tally-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Print-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Course-Line-Count    PIC 9(4)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Records-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Cancelled-Skipped PIC 9(7)    VALUE ZERO.
           02 WS-Students-Reported PIC 9(5)    VALUE ZERO.
           02 WS-Students-Flagged  PIC 9(5)    VALUE ZERO.

      * do something about it.
            PERFORM GetThreshold
            PERFORM LoadCourseTable
            PERFORM LoadCancelTable
            PERFORM LoadEnrollTable
            OPEN INPUT StudentFile
            PERFORM TallyAttendance
            CLOSE StudentFile

            OPEN OUTPUT ReportFile
            MOVE WS-Threshold-Pct TO TI-Threshold

            DISPLAY "AttendReport - Control Report"
            DISPLAY "Attendance records read : " WS-Records-Read
            DISPLAY "Cancelled class records : " WS-Cancelled-Skipped
            DISPLAY "Students reported       : " WS-Students-Reported
            DISPLAY "Students below threshold: " WS-Students-Flagged
            STOP RUN.
            END-IF
            PERFORM UNTIL EndOfAttendFile
                ADD 1 TO WS-Records-Read
                PERFORM CheckCancelledSession
                IF SessionWasCancelled
                    ADD 1 TO WS-Cancelled-Skipped
                ELSE
                    PERFORM TallyOneRecord
                END-IF
                READ AttendFile
                    AT END SET EndOfAttendFile TO TRUE
                END-READ
                ADD 1 TO TY-Present-Tbl(WS-Tally-Sub)
            END-IF.

      * A record for a course and date InstrAbsence cancelled is
      * left out - unless the cancellation was one section's and the
      * student sits in another. The student's section is the
      * master's for the primary course, ENROLL.DAT's otherwise.
       CheckCancelledSession.
            MOVE "N" TO WS-Cancelled-Switch
            MOVE "N" TO WS-Section-Found-Switch
            PERFORM VARYING CancelIdx FROM 1 BY 1
                    UNTIL CancelIdx > CancelTableCount
                       OR SessionWasCancelled
                IF CX-CourseCode-Tbl(CancelIdx) = ATT-CourseCode
                   AND CX-Date-Tbl(CancelIdx) = ATT-Date
                    IF CX-Section-Tbl(CancelIdx) = SPACE
                        SET SessionWasCancelled TO TRUE
                    ELSE
                        IF NOT StudentSectionFound
                            PERFORM FindStudentSection
                        END-IF
                        IF CX-Section-Tbl(CancelIdx) =
                               WS-Student-Section
                            SET SessionWasCancelled TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       FindStudentSection.
            SET StudentSectionFound TO TRUE
            MOVE SPACE TO WS-Student-Section
            MOVE ATT-StudentId TO StudentId
            READ StudentFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF CourseCode OF StudentMasterRecord =
                           ATT-CourseCode
                        MOVE CourseSection TO WS-Student-Section
                    END-IF
            END-READ
            PERFORM VARYING EnrollIdx FROM 1 BY 1
                    UNTIL EnrollIdx > EnrollTableCount
                IF EN-StudentId-Tbl(EnrollIdx) = ATT-StudentId
                   AND EN-CourseCode-Tbl(EnrollIdx) = ATT-CourseCode
                   AND WS-Student-Section = SPACE
                    MOVE EN-Section-Tbl(EnrollIdx)
                        TO WS-Student-Section
                END-IF
            END-PERFORM.

       PrintOneCourse.
            MOVE ZERO TO WS-Course-Line-Count
            PERFORM VARYING WS-Print-Sub FROM 1 BY 1
            WRITE ShowReport
            ADD 1 TO WS-Students-Reported.

      * No INSTRABS.DAT yet (a "35" status) means no class has been
      * cancelled - every record counts.
       LoadCancelTable.
            OPEN INPUT AbsenceFile
            IF WS-Absence-Status NOT = "00"
                SET EndOfAbsenceFile TO TRUE
            ELSE
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAbsenceFile
                IF SessionCancelled
                    SET CancelIdx TO CancelTableCount
                    SET CancelIdx UP BY 1
                    SET CancelTableCount TO CancelIdx
                    MOVE ABS-CourseCode TO CX-CourseCode-Tbl(CancelIdx)
                    MOVE ABS-Section    TO CX-Section-Tbl(CancelIdx)
                    MOVE ABS-Date       TO CX-Date-Tbl(CancelIdx)
                END-IF
                READ AbsenceFile
                    AT END SET EndOfAbsenceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Absence-Status NOT = "35"
                CLOSE AbsenceFile
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

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
