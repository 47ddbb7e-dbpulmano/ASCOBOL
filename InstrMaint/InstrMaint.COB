                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * A section-level assignment must name a section CourseMaint
      * has put on SECTIONS.DAT for the course.
           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

      * An instructor linked to payroll must name an employee who is
      * on the employee master.
           SELECT EmployeeMasterFile ASSIGN "EMPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EmpMast-Status.

           SELECT TransFile ASSIGN "TRANSITR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  AuditFile.
           COPY AUDITREC.

      * One transaction file covers the master and the assignments
      * - TransCode-I says which of add, change, leaver, assign or
      * unassign the InstrId-I applies to, the same one-file
      * discipline CourseMaint uses for the catalog. Section-I
      * narrows an assign or unassign to one section of the course;
      * left blank it is the whole-course assignment. EmpId-I on an
      * add or change links the instructor to their employee id for
      * the teaching-hours run - blank leaves the link as it is, all
      * zeros takes it off.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-I          PIC X.
           02 InstrName-I          PIC X(20).
           02 CourseCode-I         PIC X(4).
           02 EffectiveDate-I      PIC X(8).
           02 Section-I            PIC X.
           02 EmpId-I              PIC X(5).
           02 EmpId-Num-I REDEFINES EmpId-I PIC 9(5).

       FD  ExceptionFile.
       01  ExceptRecord.
       WORKING-STORAGE SECTION.
       01  WS-Instructor-Status    PIC XX      VALUE SPACES.
       01  WS-Assign-Status        PIC XX      VALUE SPACES.
       01  WS-Section-Status       PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".

       01  WS-EmpMast-Status       PIC XX      VALUE SPACES.
       01  WS-EmpMast-EOF-Switch   PIC X       VALUE "N".
           88 EndOfEmpMastFile                 VALUE "Y".

      * The instructor master rides in this table for the run -
      * adds append, changes and leavers update in place, and the
      * whole table stores back at end of run.
               03 IN-Name-Tbl      PIC X(20).
               03 IN-Status-Tbl    PIC X.
                   88 InstrEntryLeft       VALUE "L".
               03 IN-EmpId-Tbl     PIC 9(5).

       01  WS-Instr-Sub            PIC 9(4)    COMP VALUE ZERO.

                                    INDEXED BY AssignIdx.
               03 AS-InstrId-Tbl   PIC X(5).
               03 AS-CourseCode-Tbl PIC X(4).
               03 AS-Section-Tbl   PIC X.
               03 AS-EffDate-Tbl   PIC 9(8).
               03 AS-Dropped-Tbl   PIC X.
                   88 AssignSlotDropped    VALUE "D".
               03 CourseCode-Tbl   PIC X(4).
               03 CourseRest-Tbl   PIC X(76).

       01  EmpIdTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EmpIdTable.
           02 EmpIdEntry           OCCURS 1 TO 500 TIMES
                                    DEPENDING ON EmpIdTableCount
                                    INDEXED BY EmpIdIdx.
               03 EI-Id-Tbl        PIC 9(5).

      * "Y" when EmpId-I is blank, zeros, or a good link - an
      * employee on the master nobody else is already linked to.
       01  WS-EmpLink-Valid-Switch PIC X       VALUE "Y".
           88 EmpLinkIsValid                   VALUE "Y".
       01  WS-EmpLink-Reason       PIC X(40)   VALUE SPACES.

       01  WS-Course-Valid-Switch  PIC X       VALUE "N".
           88 CourseCodeIsValid                VALUE "Y".

       01  SectionTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SectionTable.
           02 SectionEntry         OCCURS 1 TO 500 TIMES
                                    DEPENDING ON SectionTableCount
                                    INDEXED BY SectionIdx.
               03 SE-CourseCode-Tbl PIC X(4).
               03 SE-Section-Tbl   PIC X.

       01  WS-Section-Valid-Switch PIC X       VALUE "N".
           88 SectionIsValid                   VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Instrs-Added      PIC 9(5)    VALUE ZERO.
           02 WS-Instrs-Changed    PIC 9(5)    VALUE ZERO.
      * read instead of a blank signature line.
            PERFORM GetOperatorId
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM LoadInstrTable
            PERFORM LoadAssignTable
            PERFORM LoadEmpIdTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            END-READ.

       ApplyAddInstr.
            PERFORM ValidateEmpLink
            EVALUATE TRUE
                WHEN WS-Instr-Sub > ZERO
                    MOVE InstrId-I TO Except-InstrId
                    MOVE "INSTRUCTOR NAME MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT EmpLinkIsValid
                    MOVE InstrId-I TO Except-InstrId
                    MOVE WS-EmpLink-Reason TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET InstrIdx TO InstrTableCount
                    SET InstrIdx UP BY 1
                    MOVE InstrId-I   TO IN-Id-Tbl(InstrIdx)
                    MOVE InstrName-I TO IN-Name-Tbl(InstrIdx)
                    MOVE "A"         TO IN-Status-Tbl(InstrIdx)
                    IF EmpId-I = SPACES
                        MOVE ZERO    TO IN-EmpId-Tbl(InstrIdx)
                    ELSE
                        MOVE EmpId-Num-I TO IN-EmpId-Tbl(InstrIdx)
                    END-IF
                    MOVE "ADD INSTR" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Instrs-Added
            END-EVALUATE.

       ApplyChangeInstr.
            PERFORM ValidateEmpLink
            IF WS-Instr-Sub = ZERO
                MOVE InstrId-I TO Except-InstrId
                MOVE "INSTRUCTOR DOES NOT EXIST" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE IF NOT EmpLinkIsValid
                MOVE InstrId-I TO Except-InstrId
                MOVE WS-EmpLink-Reason TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                IF InstrName-I NOT = SPACES
                    MOVE InstrName-I TO IN-Name-Tbl(WS-Instr-Sub)
                END-IF
                IF EmpId-I NOT = SPACES
                    MOVE EmpId-Num-I TO IN-EmpId-Tbl(WS-Instr-Sub)
                END-IF
                MOVE "CHANGE INSTR" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Instrs-Changed
            END-IF
            END-IF.

      * A leaver keeps their master row for the paperwork already

       ApplyAssignCourse.
            PERFORM ValidateAssignCourse
            PERFORM ValidateAssignSection
            EVALUATE TRUE
                WHEN WS-Instr-Sub = ZERO
                    MOVE InstrId-I TO Except-InstrId
                    MOVE CourseCode-I TO Except-Detail(23:4)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT SectionIsValid
                    MOVE InstrId-I TO Except-InstrId
                    MOVE "INVALID SECTION - " TO Except-Detail
                    MOVE CourseCode-I TO Except-Detail(19:4)
                    MOVE Section-I TO Except-Detail(24:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN EffectiveDate-I NOT NUMERIC
                    MOVE InstrId-I TO Except-InstrId
                    MOVE "INVALID EFFECTIVE DATE" TO Except-Detail
                    SET AssignTableCount TO AssignIdx
                    MOVE InstrId-I    TO AS-InstrId-Tbl(AssignIdx)
                    MOVE CourseCode-I TO AS-CourseCode-Tbl(AssignIdx)
                    MOVE Section-I    TO AS-Section-Tbl(AssignIdx)
                    MOVE EffectiveDate-I TO AS-EffDate-Tbl(AssignIdx)
                    MOVE SPACE        TO AS-Dropped-Tbl(AssignIdx)
                    MOVE "ASSIGN CRSE" TO AUD-Action-Tmp
                   WHEN AS-InstrId-Tbl(AssignIdx) = InstrId-I
                        AND AS-CourseCode-Tbl(AssignIdx) =
                            CourseCode-I
                        AND AS-Section-Tbl(AssignIdx) = Section-I
                        AND NOT AssignSlotDropped(AssignIdx)
                        SET WS-Assign-Sub TO AssignIdx
                END-SEARCH
            END-IF.

      * A link must be a numeric id on EMPMAST.DAT, and one employee
      * is paid for one instructor only - hours from two timetables
      * landing on one pay record would be paid as one person's.
       ValidateEmpLink.
            SET WS-EmpLink-Valid-Switch TO "Y"
            MOVE SPACES TO WS-EmpLink-Reason
            EVALUATE TRUE
                WHEN EmpId-I = SPACES
                    CONTINUE
                WHEN EmpId-I NOT NUMERIC
                    SET WS-EmpLink-Valid-Switch TO "N"
                    MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-EmpLink-Reason
                WHEN EmpId-Num-I = ZERO
                    CONTINUE
                WHEN OTHER
                    SET WS-EmpLink-Valid-Switch TO "N"
                    MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
                        TO WS-EmpLink-Reason
                    IF EmpIdTableCount > ZERO
                        SET EmpIdIdx TO 1
                        SEARCH EmpIdEntry
                           AT END CONTINUE
                           WHEN EI-Id-Tbl(EmpIdIdx) = EmpId-Num-I
                                SET WS-EmpLink-Valid-Switch TO "Y"
                                MOVE SPACES TO WS-EmpLink-Reason
                        END-SEARCH
                    END-IF
                    IF EmpLinkIsValid
                        PERFORM VARYING InstrIdx FROM 1 BY 1
                                UNTIL InstrIdx > InstrTableCount
                            IF IN-EmpId-Tbl(InstrIdx) = EmpId-Num-I
                               AND IN-Id-Tbl(InstrIdx) NOT = InstrId-I
                                SET WS-EmpLink-Valid-Switch TO "N"
                                MOVE "EMPLOYEE LINKED TO ANOTHER INSTR"
                                    TO WS-EmpLink-Reason
                            END-IF
                        END-PERFORM
                    END-IF
            END-EVALUATE.

       ValidateAssignCourse.
            SET WS-Course-Valid-Switch TO "N"
            IF CourseTableCount > ZERO
                END-SEARCH
            END-IF.

      * A blank section is the whole course and always stands; a
      * named one must be on SECTIONS.DAT under the course.
       ValidateAssignSection.
            SET WS-Section-Valid-Switch TO "Y"
            IF Section-I NOT = SPACE
                SET WS-Section-Valid-Switch TO "N"
                IF SectionTableCount > ZERO
                    SET SectionIdx TO 1
                    SEARCH SectionEntry
                       AT END SET WS-Section-Valid-Switch TO "N"
                       WHEN SE-CourseCode-Tbl(SectionIdx) =
                                CourseCode-I
                            AND SE-Section-Tbl(SectionIdx) =
                                Section-I
                            SET WS-Section-Valid-Switch TO "Y"
                    END-SEARCH
                END-IF
            END-IF.

      * No SECTIONS.DAT (a "35" status) means no course is split -
      * only whole-course assignments can be made.
       LoadSectionTable.
            OPEN INPUT SectionFile
            IF WS-Section-Status NOT = "00"
                SET EndOfSectionFile TO TRUE
            ELSE
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSectionFile
                SET SectionIdx TO SectionTableCount
                SET SectionIdx UP BY 1
                SET SectionTableCount TO SectionIdx
                MOVE SEC-CourseCode TO SE-CourseCode-Tbl(SectionIdx)
                MOVE SEC-Section    TO SE-Section-Tbl(SectionIdx)
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Section-Status NOT = "35"
                CLOSE SectionFile
            END-IF.

      * No INSTRMAS.DAT yet (a "35" status) just means the master
      * is being started tonight - an empty table, not an error.
       LoadInstrTable.
                MOVE INS-Id     TO IN-Id-Tbl(InstrIdx)
                MOVE INS-Name   TO IN-Name-Tbl(InstrIdx)
                MOVE INS-Status TO IN-Status-Tbl(InstrIdx)
                IF INS-Emp-Id NUMERIC
                    MOVE INS-Emp-Id TO IN-EmpId-Tbl(InstrIdx)
                ELSE
                    MOVE ZERO TO IN-EmpId-Tbl(InstrIdx)
                END-IF
                READ InstructorFile
                    AT END SET EndOfInstructorFile TO TRUE
                END-READ
                MOVE IN-Id-Tbl(InstrIdx)     TO INS-Id
                MOVE IN-Name-Tbl(InstrIdx)   TO INS-Name
                MOVE IN-Status-Tbl(InstrIdx) TO INS-Status
                MOVE IN-EmpId-Tbl(InstrIdx)  TO INS-Emp-Id
                WRITE InstructorMasterRecord
            END-PERFORM
            CLOSE InstructorFile.

      * No EMPMAST.DAT (a "35" status) means there is no payroll to
      * link to - every link keyed is rejected.
       LoadEmpIdTable.
            OPEN INPUT EmployeeMasterFile
            IF WS-EmpMast-Status NOT = "00"
                SET EndOfEmpMastFile TO TRUE
            ELSE
                READ EmployeeMasterFile
                    AT END SET EndOfEmpMastFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfEmpMastFile
                SET EmpIdIdx TO EmpIdTableCount
                SET EmpIdIdx UP BY 1
                SET EmpIdTableCount TO EmpIdIdx
                MOVE EM-Id TO EI-Id-Tbl(EmpIdIdx)
                READ EmployeeMasterFile
                    AT END SET EndOfEmpMastFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-EmpMast-Status NOT = "35"
                CLOSE EmployeeMasterFile
            END-IF.

       LoadAssignTable.
            OPEN INPUT AssignFile
            IF WS-Assign-Status NOT = "00"
                MOVE ASG-Instructor-Id  TO AS-InstrId-Tbl(AssignIdx)
                MOVE ASG-CourseCode     TO
                     AS-CourseCode-Tbl(AssignIdx)
                MOVE ASG-Section        TO AS-Section-Tbl(AssignIdx)
                MOVE ASG-Effective-Date TO AS-EffDate-Tbl(AssignIdx)
                MOVE SPACE              TO AS-Dropped-Tbl(AssignIdx)
                READ AssignFile
                        TO ASG-Instructor-Id
                    MOVE AS-CourseCode-Tbl(AssignIdx)
                        TO ASG-CourseCode
                    MOVE AS-Section-Tbl(AssignIdx)
                        TO ASG-Section
                    MOVE AS-EffDate-Tbl(AssignIdx)
                        TO ASG-Effective-Date
                    WRITE InstructorAssignRecord
