                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT TransFile ASSIGN "TRANSCRS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * Per-course tuition fee, 99999.99 keyed without the point - a
      * fee change is a catalog transaction now, not a hand edit.
           02 TuitionFee-K         PIC X(7).
      * A section letter turns the transaction into section
      * maintenance - add opens a new parallel group of the course
      * with MaxCapacity-K seats, change resizes it, deactivate
      * closes it to new students. Blank keeps the transaction on
      * the course itself.
           02 Section-K            PIC X.

       FD  ExceptionFile.
       01  ExceptRecord.

       01  WS-Course-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  WS-Section-Status       PIC XX      VALUE SPACES.

       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

      * The sections ride alongside the catalog and store back to
      * SECTIONS.DAT at end of run the same way.
       01  SectionTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SectionTable.
           02 SectionEntry         OCCURS 1 TO 500 TIMES
                                    DEPENDING ON SectionTableCount
                                    INDEXED BY SectionIdx.
               03 SE-CourseCode-Tbl PIC X(4).
               03 SE-Section-Tbl   PIC X.
               03 SE-MaxCapacity-Tbl PIC 9(4).
               03 SE-CurrEnrolled-Tbl PIC 9(4).
               03 SE-Status-Tbl    PIC X.

       01  WS-Section-Sub          PIC 9(4)    COMP VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Courses-Added     PIC 9(5)    VALUE ZERO.
           02 WS-Courses-Changed   PIC 9(5)    VALUE ZERO.
           02 WS-Courses-Deactivated PIC 9(5)  VALUE ZERO.
           02 WS-Sections-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Sections-Changed  PIC 9(5)    VALUE ZERO.
           02 WS-Sections-Closed   PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


      * instead of hand-editing COURSES.DAT raw.
            PERFORM GetOperatorId
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            CLOSE AuditFile

            PERFORM StoreCourseTable
            PERFORM StoreSectionTable
            PERFORM DisplayRunTotals

            STOP RUN.
       ApplyCourseTrans.
            PERFORM LocateCourseEntry
            EVALUATE TRUE
                WHEN Section-K NOT = SPACE
                    PERFORM ApplySectionTrans
                WHEN AddCourseTrans
                    PERFORM ApplyAddCourse
                WHEN ChangeCourseTrans
                ADD 1 TO WS-Courses-Deactivated
            END-IF.

      * Section maintenance - the course must already be on the
      * catalog, and a section's seats are its own limit inside
      * the course-wide capacity, which stays where it is.
       ApplySectionTrans.
            PERFORM LocateSectionEntry
            EVALUATE TRUE
                WHEN WS-Course-Sub = ZERO
                    MOVE CourseCode-K TO Except-CourseCode
                    MOVE "COURSE DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AddCourseTrans AND WS-Section-Sub > ZERO
                    MOVE CourseCode-K TO Except-CourseCode
                    MOVE "DUPLICATE SECTION ON ADD - " TO Except-Detail
                    MOVE Section-K TO Except-Detail(28:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AddCourseTrans AND MaxCapacity-K NOT NUMERIC
                    MOVE CourseCode-K TO Except-CourseCode
                    MOVE "SECTION CAPACITY MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AddCourseTrans
                    SET SectionIdx TO SectionTableCount
                    SET SectionIdx UP BY 1
                    SET SectionTableCount TO SectionIdx
                    MOVE CourseCode-K TO SE-CourseCode-Tbl(SectionIdx)
                    MOVE Section-K    TO SE-Section-Tbl(SectionIdx)
                    MOVE MaxCapacity-K TO
                         SE-MaxCapacity-Tbl(SectionIdx)
                    MOVE ZERO TO SE-CurrEnrolled-Tbl(SectionIdx)
                    MOVE "A"  TO SE-Status-Tbl(SectionIdx)
                    MOVE "ADD SECTION" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sections-Added
                WHEN WS-Section-Sub = ZERO
                    MOVE CourseCode-K TO Except-CourseCode
                    MOVE "SECTION DOES NOT EXIST - " TO Except-Detail
                    MOVE Section-K TO Except-Detail(26:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN ChangeCourseTrans
                    IF MaxCapacity-K NUMERIC
                        MOVE MaxCapacity-K TO
                             SE-MaxCapacity-Tbl(WS-Section-Sub)
                    END-IF
                    MOVE "A" TO SE-Status-Tbl(WS-Section-Sub)
                    MOVE "CHANGE SECTION" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sections-Changed
                WHEN DeactivateCourseTrans
                    MOVE "I" TO SE-Status-Tbl(WS-Section-Sub)
                    MOVE "CLOSE SECTION" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sections-Closed
                WHEN OTHER
                    MOVE CourseCode-K TO Except-CourseCode
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE.

       LocateSectionEntry.
            MOVE ZERO TO WS-Section-Sub
            IF SectionTableCount > ZERO
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END MOVE ZERO TO WS-Section-Sub
                   WHEN SE-CourseCode-Tbl(SectionIdx) = CourseCode-K
                        AND SE-Section-Tbl(SectionIdx) = Section-K
                        SET WS-Section-Sub TO SectionIdx
                END-SEARCH
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            IF CourseTableCount > ZERO
            END-PERFORM
            CLOSE CourseFile.

      * No SECTIONS.DAT yet (a "35" status) just means no course
      * has been split into sections - an empty table.
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
                MOVE SEC-CourseCode    TO SE-CourseCode-Tbl(SectionIdx)
                MOVE SEC-Section       TO SE-Section-Tbl(SectionIdx)
                MOVE SEC-Max-Capacity  TO
                     SE-MaxCapacity-Tbl(SectionIdx)
                MOVE SEC-Curr-Enrolled TO
                     SE-CurrEnrolled-Tbl(SectionIdx)
                MOVE SEC-Status        TO SE-Status-Tbl(SectionIdx)
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Section-Status NOT = "35"
                CLOSE SectionFile
            END-IF.

       StoreSectionTable.
            OPEN OUTPUT SectionFile
            PERFORM VARYING SectionIdx FROM 1 BY 1
                    UNTIL SectionIdx > SectionTableCount
                MOVE SPACES TO SectionMasterRecord
                MOVE SE-CourseCode-Tbl(SectionIdx)   TO SEC-CourseCode
                MOVE SE-Section-Tbl(SectionIdx)      TO SEC-Section
                MOVE SE-MaxCapacity-Tbl(SectionIdx)  TO
                     SEC-Max-Capacity
                MOVE SE-CurrEnrolled-Tbl(SectionIdx) TO
                     SEC-Curr-Enrolled
                MOVE SE-Status-Tbl(SectionIdx)       TO SEC-Status
                WRITE SectionMasterRecord
            END-PERFORM
            CLOSE SectionFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            DISPLAY "Courses added       : " WS-Courses-Added
            DISPLAY "Courses changed     : " WS-Courses-Changed
            DISPLAY "Courses deactivated : " WS-Courses-Deactivated
            DISPLAY "Sections added      : " WS-Sections-Added
            DISPLAY "Sections changed    : " WS-Sections-Changed
            DISPLAY "Sections closed     : " WS-Sections-Closed
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.


