                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Schedule-Status.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

      * The end-of-term standing run's record of each student - a
      * suspended student takes no new enrollment until it lifts.
           SELECT StandingFile ASSIGN "STANDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Standing-Status.

      * Credit brought from other colleges - an exemption from a
      * course counts as that course passed.
           SELECT AdvStandFile ASSIGN "ADVSTAND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AdvStand-Status.

      * The dunning run's record of each student it is chasing - a
      * final demand holds new enrollments while an invoice on
      * INVOICE.DAT is still open.
           SELECT DunningFile ASSIGN "DUNNING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Dunning-Status.

           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * A refused enrollment is queued for NotifyFeed, so the
      * student hears why by text or email the next morning.
           SELECT NotifyQueueFile ASSIGN "NOTIFYQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Queue-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
               88 DropTrans                VALUE "D".
           02 StudentId-E          PIC 9(7).
           02 CourseCode-E         PIC X(4).
      * Section of the course wanted - blank takes the first open
      * section with a seat whose meetings fit the student's week.
           02 Section-E            PIC X.

       FD  CourseFile.
           COPY COURSMAS.

       FD  NotifyQueueFile.
           COPY NOTIFYQ.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC 9(7).
       FD  ScheduleFile.
           COPY SCHEDULE.

       FD  SectionFile.
           COPY SECTMAS.

       FD  StandingFile.
           COPY STANDING.

       FD  DunningFile.
           COPY DUNNING.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  AdvStandFile.
           COPY ADVSTAND.

       WORKING-STORAGE SECTION.
       01  WS-Schedule-Status      PIC XX      VALUE SPACES.
       01  WS-Schedule-EOF-Switch  PIC X       VALUE "N".
               03 SC-Day-Tbl       PIC 9.
               03 SC-Start-Tbl     PIC 9(4).
               03 SC-End-Tbl       PIC 9(4).
               03 SC-Section-Tbl   PIC X.

       01  WS-New-Sched-Sub        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Held-Sched-Sub       PIC 9(4)    COMP VALUE ZERO.
       01  WS-Clash-Switch         PIC X       VALUE "N".
           88 TimetableClash                   VALUE "Y".
       01  WS-Clash-CourseCode     PIC X(4)    VALUE SPACES.
      * The section a meeting is held against - a meeting with a
      * blank section belongs to every section of its course.
       01  WS-Held-Section         PIC X       VALUE SPACE.
       01  WS-Try-Section          PIC X       VALUE SPACE.

       01  WS-Section-Status       PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".
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
                   88 SectionEntryClosed   VALUE "I".

       01  WS-New-Section-Sub      PIC 9(4)    COMP VALUE ZERO.
       01  WS-Old-Section-Sub      PIC 9(4)    COMP VALUE ZERO.
       01  WS-Has-Sections-Switch  PIC X       VALUE "N".
           88 NewCourseHasSections             VALUE "Y".
       01  WS-Section-Bad-Switch   PIC X       VALUE "N".
           88 NewSectionIsInvalid              VALUE "Y".
       01  WS-Section-Full-Switch  PIC X       VALUE "N".
           88 NewSectionIsFull                 VALUE "Y".
       01  WS-Enroll-Status        PIC XX      VALUE SPACES.

       01  WS-Standing-Status      PIC XX      VALUE SPACES.
       01  WS-Standing-EOF-Switch  PIC X       VALUE "N".
           88 EndOfStandingFile                VALUE "Y".
       01  SuspendTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuspendTable.
           02 SuspendEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SuspendTableCount
                                    INDEXED BY SuspendIdx.
               03 SS-StudentId-Tbl PIC 9(7).
       01  WS-Suspended-Switch     PIC X       VALUE "N".
           88 StudentIsSuspended               VALUE "Y".

       01  WS-Dunning-Status       PIC XX      VALUE SPACES.
       01  WS-Dunning-EOF-Switch   PIC X       VALUE "N".
           88 EndOfDunningFile                 VALUE "Y".
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceWalk                 VALUE "Y".
       01  WS-Invoice-File-Sw      PIC X       VALUE "N".
           88 InvoiceFileOnHand                VALUE "Y".
       01  FeeHoldTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  FeeHoldTable.
           02 FeeHoldEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON FeeHoldTableCount
                                    INDEXED BY FeeHoldIdx.
               03 FH-StudentId-Tbl PIC 9(7).
       01  WS-Fee-Hold-Switch      PIC X       VALUE "N".
           88 StudentOnFeeHold                 VALUE "Y".

       01  WS-Prereq-Status        PIC XX      VALUE SPACES.
       01  WS-Prereq-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPrereqFile                  VALUE "Y".

       01  WS-Prereq-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Result-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-AdvStand-Status      PIC XX      VALUE SPACES.
       01  WS-AdvStand-EOF-Switch  PIC X       VALUE "N".
           88 EndOfAdvStandFile                VALUE "Y".
       01  ExemptTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ExemptTable.
           02 ExemptEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ExemptTableCount
                                    INDEXED BY ExemptIdx.
               03 EX-StudentId-Tbl PIC 9(7).
               03 EX-CourseCode-Tbl PIC X(4).
       01  WS-Exempt-Switch        PIC X       VALUE "N".
           88 CourseIsExempted                 VALUE "Y".
       01  WS-Exempt-StudentId     PIC 9(7)    VALUE ZERO.
       01  WS-Exempt-CourseCode    PIC X(4)    VALUE SPACES.
       01  WS-Prereq-Met-Switch    PIC X       VALUE "Y".
           88 PrereqsMet                       VALUE "Y".
       01  WS-Pass-Found-Switch    PIC X       VALUE "N".
               03 EN-StudentId-Tbl PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).
               03 EN-Date-Tbl      PIC 9(8).
               03 EN-Section-Tbl   PIC X.
               03 EN-Dropped-Tbl   PIC X.
                   88 EnrollSlotDropped    VALUE "D".

           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  WS-Today-Date           PIC 9(8)    VALUE ZERO.
       01  WS-Queue-Status         PIC XX      VALUE SPACES.
       01  WS-Rejected-Before      PIC 9(5)    VALUE ZERO.
       01  WS-Last-Except-Detail   PIC X(40)   VALUE SPACES.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
            PERFORM LoadEnrollTable
            PERFORM LoadPrereqTable
            PERFORM LoadResultTable
            PERFORM LoadExemptTable
            PERFORM LoadScheduleTable
            PERFORM LoadSectionTable
            PERFORM LoadSuspendTable
            PERFORM LoadFeeHoldTable

            OPEN INPUT StudentFile
            OPEN INPUT TransFile
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile
            OPEN EXTEND NotifyQueueFile
            IF WS-Queue-Status = "35"
                OPEN OUTPUT NotifyQueueFile
            END-IF

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE

            CLOSE StudentFile
            CLOSE TransFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            CLOSE ExceptionFile
            CLOSE AuditFile
            CLOSE NotifyQueueFile

            PERFORM StoreEnrollTable
            PERFORM StoreCourseTable
            PERFORM StoreSectionTable
            PERFORM DisplayRunTotals
            STOP RUN.


       CheckAndApplyEnroll.
            PERFORM CheckPrerequisites
            PERFORM ChooseEnrollSection
            PERFORM CheckSuspension
            PERFORM CheckFeeHold
            MOVE WS-Trans-Rejected TO WS-Rejected-Before
            EVALUATE TRUE
                WHEN NOT ActiveStudent
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "STUDENT IS NOT ACTIVE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN StudentIsSuspended
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "STUDENT IS SUSPENDED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN StudentOnFeeHold
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "FEE HOLD - TUITION FINAL DEMAND"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Course-Sub = ZERO
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "INVALID COURSE CODE - " TO Except-Detail
                    MOVE CourseCode-E TO Except-Detail(15:4)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NewSectionIsInvalid
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "INVALID SECTION - " TO Except-Detail
                    MOVE CourseCode-E TO Except-Detail(19:4)
                    MOVE Section-E TO Except-Detail(24:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NewSectionIsFull
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "SECTION FULL - " TO Except-Detail
                    MOVE CourseCode-E TO Except-Detail(16:4)
                    MOVE Section-E TO Except-Detail(21:1)
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT PrereqsMet
                    MOVE StudentId-E TO Except-StudentID
                    MOVE "PREREQUISITE NOT MET - " TO Except-Detail
                    MOVE StudentId-E  TO EN-StudentId-Tbl(EnrollIdx)
                    MOVE CourseCode-E TO EN-CourseCode-Tbl(EnrollIdx)
                    MOVE WS-Today-Date TO EN-Date-Tbl(EnrollIdx)
                    MOVE WS-Try-Section TO EN-Section-Tbl(EnrollIdx)
                    MOVE SPACE        TO EN-Dropped-Tbl(EnrollIdx)
                    ADD 1 TO CurrEnrolled-Tbl(WS-Course-Sub)
                    IF WS-New-Section-Sub > ZERO
                        ADD 1 TO
                            SE-CurrEnrolled-Tbl(WS-New-Section-Sub)
                    END-IF
                    MOVE "ENROLL" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Enrolls-Applied
            END-EVALUATE
            IF WS-Trans-Rejected > WS-Rejected-Before
                PERFORM QueueRefusalNotice
            END-IF.

      * The student is told the reason the exception report gives.
       QueueRefusalNotice.
            MOVE SPACES TO NotifyEventRecord
            SET EventEnrollRefused TO TRUE
            SET NotifyStudent TO TRUE
            MOVE StudentId-E           TO NTQ-Party-Id
            MOVE CourseCode-E          TO NTQ-Subject(1:4)
            MOVE Section-E             TO NTQ-Subject(6:1)
            MOVE WS-Today-Date         TO NTQ-Ref-Date
            MOVE WS-Last-Except-Detail TO NTQ-Detail
            MOVE WS-Today-Date         TO NTQ-Queued-Date
            MOVE "ENROLLUPDT"          TO NTQ-Source
            WRITE NotifyEventRecord.

       ApplyOneDrop.
            PERFORM LocateCourseEntry
                   AND CurrEnrolled-Tbl(WS-Course-Sub) > ZERO
                    SUBTRACT 1 FROM CurrEnrolled-Tbl(WS-Course-Sub)
                END-IF
                PERFORM ReleaseSectionSeat
                MOVE "DROP" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Drops-Applied
            END-IF.

      * A course split into sections seats the student in one of
      * them. A named section must be open and have a seat; a blank
      * one takes the first open section with a seat whose meetings
      * do not clash with the student's week, so a clash in section
      * A is not a reject while section B still fits. A course with
      * no sections accepts only a blank section.
       ChooseEnrollSection.
            MOVE "N" TO WS-Has-Sections-Switch
            MOVE "N" TO WS-Section-Bad-Switch
            MOVE "N" TO WS-Section-Full-Switch
            MOVE "N" TO WS-Clash-Switch
            MOVE ZERO TO WS-New-Section-Sub
            MOVE SPACE TO WS-Try-Section
            PERFORM VARYING SectionIdx FROM 1 BY 1
                    UNTIL SectionIdx > SectionTableCount
                IF SE-CourseCode-Tbl(SectionIdx) = CourseCode-E
                    SET NewCourseHasSections TO TRUE
                    IF SE-Section-Tbl(SectionIdx) = Section-E
                        SET WS-New-Section-Sub TO SectionIdx
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN NOT NewCourseHasSections
                    MOVE ZERO TO WS-New-Section-Sub
                    IF Section-E NOT = SPACE
                        SET NewSectionIsInvalid TO TRUE
                    END-IF
                    PERFORM CheckTimetableClash
                WHEN Section-E NOT = SPACE
                    IF WS-New-Section-Sub = ZERO
                        SET NewSectionIsInvalid TO TRUE
                    ELSE
                    IF SectionEntryClosed(WS-New-Section-Sub)
                        SET NewSectionIsInvalid TO TRUE
                    ELSE
                    IF SE-MaxCapacity-Tbl(WS-New-Section-Sub) > ZERO
                       AND SE-CurrEnrolled-Tbl(WS-New-Section-Sub) >=
                           SE-MaxCapacity-Tbl(WS-New-Section-Sub)
                        SET NewSectionIsFull TO TRUE
                    ELSE
                        MOVE Section-E TO WS-Try-Section
                        PERFORM CheckTimetableClash
                    END-IF
                    END-IF
                    END-IF
                WHEN OTHER
                    SET NewSectionIsFull TO TRUE
                    PERFORM VARYING SectionIdx FROM 1 BY 1
                            UNTIL SectionIdx > SectionTableCount
                               OR WS-New-Section-Sub > ZERO
                        PERFORM TryOneSection
                    END-PERFORM
            END-EVALUATE.

       TryOneSection.
            IF SE-CourseCode-Tbl(SectionIdx) = CourseCode-E
               AND NOT SectionEntryClosed(SectionIdx)
               AND (SE-MaxCapacity-Tbl(SectionIdx) = ZERO
                    OR SE-CurrEnrolled-Tbl(SectionIdx) <
                       SE-MaxCapacity-Tbl(SectionIdx))
                MOVE "N" TO WS-Section-Full-Switch
                MOVE SE-Section-Tbl(SectionIdx) TO WS-Try-Section
                PERFORM CheckTimetableClash
                IF NOT TimetableClash
                    SET WS-New-Section-Sub TO SectionIdx
                END-IF
            END-IF.

      * Frees the section seat held by the dropped enrollment.
       ReleaseSectionSeat.
            MOVE ZERO TO WS-Old-Section-Sub
            IF EN-Section-Tbl(WS-Enroll-Sub) NOT = SPACE
               AND SectionTableCount > ZERO
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END MOVE ZERO TO WS-Old-Section-Sub
                   WHEN SE-CourseCode-Tbl(SectionIdx) = CourseCode-E
                        AND SE-Section-Tbl(SectionIdx) =
                            EN-Section-Tbl(WS-Enroll-Sub)
                        SET WS-Old-Section-Sub TO SectionIdx
                END-SEARCH
            END-IF
            IF WS-Old-Section-Sub > ZERO
               AND SE-CurrEnrolled-Tbl(WS-Old-Section-Sub) > ZERO
                SUBTRACT 1 FROM
                    SE-CurrEnrolled-Tbl(WS-Old-Section-Sub)
            END-IF.

      * Every prerequisite pair for the wanted course must show a
      * RESULTS.DAT grade at or better than the pair's pass grade
      * (grades order alphabetically, A best), or an exemption from
      * the foundation course on ADVSTAND.DAT - the first shortfall
      * names the missing foundation course on the exception line.
       CheckPrerequisites.
            MOVE "Y" TO WS-Prereq-Met-Switch
                    SET PrereqPassFound TO TRUE
                END-IF
            END-PERFORM
            IF NOT PrereqPassFound
                MOVE StudentId-E TO WS-Exempt-StudentId
                MOVE PQ-PreCourse-Tbl(WS-Prereq-Sub)
                    TO WS-Exempt-CourseCode
                PERFORM CheckExemption
                IF CourseIsExempted
                    SET PrereqPassFound TO TRUE
                END-IF
            END-IF
            IF NOT PrereqPassFound
                MOVE "N" TO WS-Prereq-Met-Switch
                IF WS-Missing-PreCourse = SPACES
      * the master plus each live ENROLL.DAT row - and the first
      * overlap names the clashing course on the exception line.
      * Meetings clash when they share a day and their hours
      * overlap. Only the meetings of the section in question count
      * on either side - the section tried for the wanted course,
      * the section held on each course the student already has.
       CheckTimetableClash.
            MOVE "N" TO WS-Clash-Switch
            MOVE SPACES TO WS-Clash-CourseCode
            IF ScheduleTableCount > ZERO
                MOVE CourseCode TO WS-Held-CourseCode
                MOVE CourseSection TO WS-Held-Section
                PERFORM CheckClashOneHeldCourse
                PERFORM VARYING WS-Held-Enroll-Sub FROM 1 BY 1
                        UNTIL WS-Held-Enroll-Sub > EnrollTableCount
                           EnrollSlotDropped(WS-Held-Enroll-Sub)
                        MOVE EN-CourseCode-Tbl(WS-Held-Enroll-Sub)
                            TO WS-Held-CourseCode
                        MOVE EN-Section-Tbl(WS-Held-Enroll-Sub)
                            TO WS-Held-Section
                        PERFORM CheckClashOneHeldCourse
                    END-IF
                END-PERFORM
            PERFORM VARYING WS-New-Sched-Sub FROM 1 BY 1
                    UNTIL WS-New-Sched-Sub > ScheduleTableCount
                IF SC-CourseCode-Tbl(WS-New-Sched-Sub) = CourseCode-E
                   AND (SC-Section-Tbl(WS-New-Sched-Sub) = SPACE
                        OR SC-Section-Tbl(WS-New-Sched-Sub) =
                           WS-Try-Section)
                    PERFORM CheckClashOneMeeting
                END-IF
            END-PERFORM.
                    UNTIL WS-Held-Sched-Sub > ScheduleTableCount
                IF SC-CourseCode-Tbl(WS-Held-Sched-Sub)
                       = WS-Held-CourseCode
                   AND (SC-Section-Tbl(WS-Held-Sched-Sub) = SPACE
                        OR SC-Section-Tbl(WS-Held-Sched-Sub) =
                           WS-Held-Section)
                   AND SC-Day-Tbl(WS-Held-Sched-Sub)
                       = SC-Day-Tbl(WS-New-Sched-Sub)
                   AND SC-Start-Tbl(WS-New-Sched-Sub)
                MOVE ENR-StudentId  TO EN-StudentId-Tbl(EnrollIdx)
                MOVE ENR-CourseCode TO EN-CourseCode-Tbl(EnrollIdx)
                MOVE ENR-Date       TO EN-Date-Tbl(EnrollIdx)
                MOVE ENR-Section    TO EN-Section-Tbl(EnrollIdx)
                MOVE SPACE          TO EN-Dropped-Tbl(EnrollIdx)
                READ EnrollFile
                    AT END SET EndOfEnrollFile TO TRUE
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO ENR-CourseCode
                    MOVE EN-Date-Tbl(EnrollIdx) TO ENR-Date
                    MOVE EN-Section-Tbl(EnrollIdx) TO ENR-Section
                    WRITE EnrollmentRecord
                END-IF
            END-PERFORM
                MOVE SCH-Day        TO SC-Day-Tbl(SchedIdx)
                MOVE SCH-Start-Time TO SC-Start-Tbl(SchedIdx)
                MOVE SCH-End-Time   TO SC-End-Tbl(SchedIdx)
                MOVE SCH-Section    TO SC-Section-Tbl(SchedIdx)
                READ ScheduleFile
                    AT END SET EndOfScheduleFile TO TRUE
                END-READ
                CLOSE ScheduleFile
            END-IF.

      * A drop is never refused on standing - only a new enrollment.
       CheckSuspension.
            MOVE "N" TO WS-Suspended-Switch
            IF SuspendTableCount > ZERO
                SET SuspendIdx TO 1
                SEARCH SuspendEntry
                   AT END MOVE "N" TO WS-Suspended-Switch
                   WHEN SS-StudentId-Tbl(SuspendIdx) = StudentId-E
                        SET StudentIsSuspended TO TRUE
                END-SEARCH
            END-IF.

      * A final-demand hold counts only while the student still has
      * an open invoice - a balance paid since the dunning run frees
      * the student without waiting for the next one. Like
      * suspension, a hold never refuses a drop.
       CheckFeeHold.
            MOVE "N" TO WS-Fee-Hold-Switch
            IF FeeHoldTableCount > ZERO
                SET FeeHoldIdx TO 1
                SEARCH FeeHoldEntry
                   AT END MOVE "N" TO WS-Fee-Hold-Switch
                   WHEN FH-StudentId-Tbl(FeeHoldIdx) = StudentId-E
                        PERFORM CheckOpenInvoice
                END-SEARCH
            END-IF.

       CheckOpenInvoice.
            IF InvoiceFileOnHand
                MOVE "N" TO WS-Invoice-EOF-Switch
                MOVE StudentId-E TO INV-StudentId
                START InvoiceFile KEY IS NOT LESS THAN INV-StudentId
                    INVALID KEY SET EndOfInvoiceWalk TO TRUE
                END-START
                PERFORM UNTIL EndOfInvoiceWalk
                    READ InvoiceFile NEXT RECORD
                        AT END SET EndOfInvoiceWalk TO TRUE
                        NOT AT END
                            IF INV-StudentId NOT = StudentId-E
                                SET EndOfInvoiceWalk TO TRUE
                            ELSE
                                IF InvoiceOpen
                                    SET StudentOnFeeHold TO TRUE
                                    SET EndOfInvoiceWalk TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

      * An exemption on ADVSTAND.DAT for the student and course in
      * WS-Exempt-StudentId / WS-Exempt-CourseCode.
       CheckExemption.
            MOVE "N" TO WS-Exempt-Switch
            IF ExemptTableCount > ZERO
                SET ExemptIdx TO 1
                SEARCH ExemptEntry
                   AT END MOVE "N" TO WS-Exempt-Switch
                   WHEN EX-StudentId-Tbl(ExemptIdx) =
                            WS-Exempt-StudentId
                        AND EX-CourseCode-Tbl(ExemptIdx) =
                            WS-Exempt-CourseCode
                        SET CourseIsExempted TO TRUE
                END-SEARCH
            END-IF.

      * No ADVSTAND.DAT yet (a "35" status) just means no transfer
      * credit has been keyed - nobody is exempted from anything.
       LoadExemptTable.
            OPEN INPUT AdvStandFile
            IF WS-AdvStand-Status NOT = "00"
                SET EndOfAdvStandFile TO TRUE
            ELSE
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAdvStandFile
                SET ExemptIdx TO ExemptTableCount
                SET ExemptIdx UP BY 1
                SET ExemptTableCount TO ExemptIdx
                MOVE ADV-StudentId  TO EX-StudentId-Tbl(ExemptIdx)
                MOVE ADV-CourseCode TO EX-CourseCode-Tbl(ExemptIdx)
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-AdvStand-Status NOT = "35"
                CLOSE AdvStandFile
            END-IF.

      * No STANDING.DAT yet (a "35" status) means no standing run has
      * been made - nobody is suspended. Only suspended rows are kept.
       LoadSuspendTable.
            OPEN INPUT StandingFile
            IF WS-Standing-Status NOT = "00"
                SET EndOfStandingFile TO TRUE
            ELSE
                READ StandingFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfStandingFile
                IF AcademicSuspension
                    SET SuspendIdx TO SuspendTableCount
                    SET SuspendIdx UP BY 1
                    SET SuspendTableCount TO SuspendIdx
                    MOVE STD-StudentId TO SS-StudentId-Tbl(SuspendIdx)
                END-IF
                READ StandingFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Standing-Status NOT = "35"
                CLOSE StandingFile
            END-IF.

      * No DUNNING.DAT yet (a "35" status) means no dunning run has
      * been made - nobody is held. Only held rows are kept.
       LoadFeeHoldTable.
            OPEN INPUT DunningFile
            IF WS-Dunning-Status NOT = "00"
                SET EndOfDunningFile TO TRUE
            ELSE
                READ DunningFile
                    AT END SET EndOfDunningFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfDunningFile
                IF EnrollmentHeld
                    SET FeeHoldIdx TO FeeHoldTableCount
                    SET FeeHoldIdx UP BY 1
                    SET FeeHoldTableCount TO FeeHoldIdx
                    MOVE DUN-StudentId TO FH-StudentId-Tbl(FeeHoldIdx)
                END-IF
                READ DunningFile
                    AT END SET EndOfDunningFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Dunning-Status NOT = "35"
                CLOSE DunningFile
            END-IF.

      * No SECTIONS.DAT (a "35" status) means no course is split
      * into sections - every enrollment seats on the course alone.
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
            IF SectionTableCount > ZERO
                OPEN OUTPUT SectionFile
                PERFORM VARYING SectionIdx FROM 1 BY 1
                        UNTIL SectionIdx > SectionTableCount
                    MOVE SPACES TO SectionMasterRecord
                    MOVE SE-CourseCode-Tbl(SectionIdx)
                        TO SEC-CourseCode
                    MOVE SE-Section-Tbl(SectionIdx)
                        TO SEC-Section
                    MOVE SE-MaxCapacity-Tbl(SectionIdx)
                        TO SEC-Max-Capacity
                    MOVE SE-CurrEnrolled-Tbl(SectionIdx)
                        TO SEC-Curr-Enrolled
                    MOVE SE-Status-Tbl(SectionIdx)
                        TO SEC-Status
                    WRITE SectionMasterRecord
                END-PERFORM
                CLOSE SectionFile
            END-IF.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
            CLOSE CourseFile.

       WriteExceptionRecord.
            MOVE Except-Detail TO WS-Last-Except-Detail
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.
