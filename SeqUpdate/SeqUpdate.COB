                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN TO DYNAMIC WS-Section-FName
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT ExceptionFile ASSIGN "EXCEPT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT AdjRegisterFile ASSIGN "WDRADJ.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Each withdrawal credit is kept on the student's account
      * history for the statement of account.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Transactions agreed for a later term wait here - the nightly
      * release step feeds the newly-due ones back into the run.
       FD  PendingFile.
       01  PendingRecord           PIC X(25).

       FD  RunControlFile.
           COPY RUNCTL.
      * Blank or zero applies tonight as always - a real future date
      * parks the transaction on the pending file until it is due.
           02 EffectiveDate-T      PIC X(8).
      * The section of the new course asked for - blank takes the
      * first open section with a seat, and is the only value for
      * a course that is not split into sections.
           02 NewSection-T         PIC X.

       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.


      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  AdjRegisterFile.
       01  ShowAdjRegister          PIC X(80).

       FD  AccountHistFile.
           COPY ACCTHIST.

       FD  JournalFile.
           COPY GLJRNL.

                                   VALUE "COURSES.DAT".
       01  WS-Audit-FName          PIC X(18)
                                   VALUE "AUDIT.DAT".
       01  WS-Section-FName        PIC X(18)
                                   VALUE "SECTIONS.DAT".
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
      * and lines pass the way they always did.
       01  WS-Course-Inact-Switch  PIC X       VALUE "N".
           88 NewCourseIsInactive              VALUE "Y".

      * Sections of a course ride alongside the catalog - each seat
      * taken or freed moves the section's count as well as the
      * course's, and the table stores back with the catalog.
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
       01  WS-Lookup-Section       PIC X       VALUE SPACE.
       01  WS-Has-Sections-Switch  PIC X       VALUE "N".
           88 NewCourseHasSections             VALUE "Y".
       01  WS-Section-Bad-Switch   PIC X       VALUE "N".
           88 NewSectionIsInvalid              VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Transfers-Applied PIC 9(5)    VALUE ZERO.
           02 WS-Withdrawals-Applied PIC 9(5)  VALUE ZERO.

       01  WS-RunCtl-EOF-Switch    PIC X       VALUE "N".
           88 EndOfRunCtlFile                  VALUE "Y".
      * TIME comes back as HHMMSS and hundredths - a stamp keeps the
      * clock time to the second, so a step can be timed from its
      * start and complete stamps.
       01  WS-Stamp-Clock.
           02 WS-Stamp-HHMMSS      PIC 9(6).
           02 WS-Stamp-Hundredths  PIC 9(2).
       01  WS-Step-Complete-Sw     PIC X       VALUE "N".
           88 StepAlreadyComplete              VALUE "Y".
       01  WS-Online-Switch        PIC X       VALUE "N".
      *First load the course master, then check TRANSFER.DAT is in
      *ascending StudentID-T order before applying anything from it
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM CheckTransSequence
            IF TransFileOutOfSequence
                DISPLAY "SeqUpdate - TRANSFER.DAT IS NOT IN ASCENDING "
            OPEN EXTEND WaitlistFile
            OPEN EXTEND PendingFile
            OPEN OUTPUT AdjRegisterFile
            OPEN EXTEND AccountHistFile
            MOVE WS-AdjReg-Title-Line TO ShowAdjRegister
            WRITE ShowAdjRegister

            CLOSE WaitlistFile
            CLOSE PendingFile
            CLOSE AdjRegisterFile
            CLOSE AccountHistFile

            IF NOT TrainingModeOn
                PERFORM ReleaseMasterLock
            END-IF

            PERFORM StoreCourseTable
            PERFORM StoreSectionTable
            PERFORM StoreInvoiceTable
            IF WS-Total-Wdr-Credit > ZERO
                PERFORM WriteWithdrawalJournal
       ApplyWithdrawalTrans.
            MOVE CourseCode TO WS-Aud-Before-Code
            MOVE CourseCode TO WS-Lookup-CourseCode
            MOVE CourseSection TO WS-Lookup-Section
            PERFORM ReleaseCourseSeat
            PERFORM ReleaseSectionSeat
            PERFORM CreditWithdrawnInvoices
            MOVE SPACES     TO CourseCode
            MOVE SPACE      TO CourseSection
            MOVE SPACES     TO WS-Aud-After-Code
            SET WithdrawnStudent TO TRUE
            REWRITE StudentMasterRecord
                MOVE WS-Credit-Amount TO AJ-Credit
                MOVE WS-AdjReg-Detail-Line TO ShowAdjRegister
                WRITE ShowAdjRegister
                MOVE StudentId TO AH-StudentId
                MOVE WS-Business-Date TO AH-Date
                SET HistInvoiceCredit TO TRUE
                MOVE IV-Number-Tbl(WS-Invoice-Sub) TO AH-Invoice
                MOVE WS-Credit-Amount TO AH-Amount
                MOVE "WITHDRAWAL" TO AH-Source
                WRITE AccountHistoryRecord
                ADD 1 TO WS-Credits-Applied
                ADD WS-Credit-Amount TO WS-Total-Wdr-Credit
            END-IF.
              PERFORM ValidateNewCourseCode
              IF CourseCodeIsValid THEN
                PERFORM CheckNewCourseCapacity
                PERFORM CheckNewSectionSeat
                IF NewSectionIsInvalid THEN
                  MOVE StudentID-T TO Except-StudentID
                  MOVE "INVALID SECTION - " TO Except-Detail
                  MOVE NewCourseCode-T TO Except-Detail(19:4)
                  MOVE NewSection-T TO Except-Detail(24:1)
                  PERFORM WriteExceptionRecord
                  ADD 1 TO WS-Course-Invalid
                ELSE
                IF NewCourseIsFull THEN
                  MOVE StudentID-T TO Except-StudentID
                  MOVE "COURSE FULL - WAITLISTED - " TO Except-Detail
                  MOVE NewCourseCode-T TO Except-Detail(28:4)
                  MOVE NewSection-T TO Except-Detail(33:1)
                  PERFORM WriteExceptionRecord
                  PERFORM WriteWaitlistRecord
                  ADD 1 TO WS-Course-Full-Count
                ELSE
                  MOVE OldCourseCode-T TO WS-Aud-Before-Code
                  MOVE NewCourseCode-T TO WS-Aud-After-Code
                  MOVE CourseSection TO WS-Lookup-Section
                  MOVE NewCourseCode-T TO CourseCode
                  PERFORM TakeNewSectionSeat
                  REWRITE StudentMasterRecord
                  MOVE "COURSE CHANGE" TO WS-Aud-Action
                  PERFORM WriteAuditRecord
                  ADD 1 TO CurrEnrolled-Tbl(WS-New-Course-Sub)
                  MOVE OldCourseCode-T TO WS-Lookup-CourseCode
                  PERFORM ReleaseCourseSeat
                  PERFORM ReleaseSectionSeat
                END-IF
                END-IF
              ELSE
                MOVE StudentID-T TO Except-StudentID
            END-PERFORM
            CLOSE CourseFile.

      * No sections file (a "35" status) means no course is split
      * into sections - every transfer seats on the course alone.
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

      * Nothing loaded means nothing to store - a run against a
      * catalog with no sections leaves no empty file behind.
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

      * A deactivated course is found on the table but refuses new
      * transfers - students already on it are left alone and still
      * print on the roster.
                SET NewCourseIsFull TO TRUE
            END-IF.

      * A course with rows on SECTIONS.DAT seats the student in one
      * of them - the section asked for must be open, and a full
      * one waitlists the student for that section; a blank section
      * takes the first open section with a free seat. A move
      * between sections of the course the student is already on
      * takes no extra course seat. A course with no sections
      * accepts only a blank section.
       CheckNewSectionSeat.
            MOVE "N" TO WS-Has-Sections-Switch
            MOVE "N" TO WS-Section-Bad-Switch
            MOVE ZERO TO WS-New-Section-Sub
            IF NewCourseCode-T = CourseCode
                MOVE "N" TO WS-Course-Full-Switch
            END-IF
            PERFORM VARYING SectionIdx FROM 1 BY 1
                    UNTIL SectionIdx > SectionTableCount
                IF SE-CourseCode-Tbl(SectionIdx) = NewCourseCode-T
                    SET NewCourseHasSections TO TRUE
                    IF WS-New-Section-Sub = ZERO
                       AND NOT SectionEntryClosed(SectionIdx)
                        IF NewSection-T = SPACE
                            IF SE-MaxCapacity-Tbl(SectionIdx) = ZERO
                               OR SE-CurrEnrolled-Tbl(SectionIdx) <
                                  SE-MaxCapacity-Tbl(SectionIdx)
                                SET WS-New-Section-Sub TO SectionIdx
                            END-IF
                        ELSE
                            IF SE-Section-Tbl(SectionIdx) =
                               NewSection-T
                                SET WS-New-Section-Sub TO SectionIdx
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN NOT NewCourseHasSections
                    IF NewSection-T NOT = SPACE
                        SET NewSectionIsInvalid TO TRUE
                    END-IF
                WHEN NewSection-T = SPACE
                    IF WS-New-Section-Sub = ZERO
                        SET NewCourseIsFull TO TRUE
                    END-IF
                WHEN WS-New-Section-Sub = ZERO
                    SET NewSectionIsInvalid TO TRUE
                WHEN SE-MaxCapacity-Tbl(WS-New-Section-Sub) > ZERO
                     AND SE-CurrEnrolled-Tbl(WS-New-Section-Sub) >=
                         SE-MaxCapacity-Tbl(WS-New-Section-Sub)
                    SET NewCourseIsFull TO TRUE
            END-EVALUATE.

       TakeNewSectionSeat.
            IF WS-New-Section-Sub > ZERO
                MOVE SE-Section-Tbl(WS-New-Section-Sub)
                    TO CourseSection
                ADD 1 TO SE-CurrEnrolled-Tbl(WS-New-Section-Sub)
            ELSE
                MOVE SPACE TO CourseSection
            END-IF.

      * Frees the section seat the student is leaving, matched on
      * the course and section held before the change.
       ReleaseSectionSeat.
            MOVE ZERO TO WS-Old-Section-Sub
            IF WS-Lookup-Section NOT = SPACE
               AND SectionTableCount > ZERO
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END MOVE ZERO TO WS-Old-Section-Sub
                   WHEN SE-CourseCode-Tbl(SectionIdx) =
                        WS-Lookup-CourseCode
                        AND SE-Section-Tbl(SectionIdx) =
                            WS-Lookup-Section
                        SET WS-Old-Section-Sub TO SectionIdx
                END-SEARCH
            END-IF
            IF WS-Old-Section-Sub > ZERO
               AND SE-CurrEnrolled-Tbl(WS-Old-Section-Sub) > ZERO
                SUBTRACT 1 FROM
                    SE-CurrEnrolled-Tbl(WS-Old-Section-Sub)
            END-IF.

      * Frees the seat on the course the student is leaving - a
      * blank or unknown code (students added before the course was
      * keyed) just means no seat to free.
            IF NOT TrainingModeOn
                MOVE StudentID-T     TO WL-StudentId
                MOVE NewCourseCode-T TO WL-CourseCode
                MOVE NewSection-T    TO WL-Section
                ACCEPT WL-Date FROM DATE YYYYMMDD
                ACCEPT WL-Time FROM TIME
                WRITE WaitlistRecord
                WRITE CheckpointRecord
                CLOSE CheckpointFile
                PERFORM StoreCourseTable
                PERFORM StoreSectionTable
                MOVE ZERO TO WS-Trans-Since-Ckpt
            END-IF.

            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE "SEQUPDATE"      TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "S"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
            OPEN EXTEND RunControlFile
            MOVE WS-Business-Date TO RUNC-Date
            MOVE "SEQUPDATE"      TO RUNC-Program
            ACCEPT WS-Stamp-Clock FROM TIME
            MOVE WS-Stamp-HHMMSS  TO RUNC-Time
            MOVE "C"              TO RUNC-Status
            WRITE RunControlRecord
            CLOSE RunControlFile.
            END-IF.

      * A training session works the TRAIN- practice copies
      * TrainRefresh rebuilds - the live master, catalog, sections,
      * audit trail and transaction feed all swing here, and the live
      * side files the run would otherwise touch (invoices, the
      * journal, the waitlist, the pending park, the checkpoint,
      * the count control, the interlock and the exception queue)
                    TO WS-Course-FName
                MOVE "TRAIN-AUDIT.DAT"
                    TO WS-Audit-FName
                MOVE "TRAIN-SECTIONS.DAT"
                    TO WS-Section-FName
            END-IF.

       END PROGRAM SeqUpdate.
