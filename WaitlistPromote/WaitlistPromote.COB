                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT WaitlistFile ASSIGN "WAITLIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NoticePrintFile ASSIGN "WAITPROM.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Each promotion is queued for NotifyFeed to text or email.
           SELECT NotifyQueueFile ASSIGN "NOTIFYQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Queue-Status.


           SELECT LockFile ASSIGN "STUDLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.

       FD  WaitlistFile.
           COPY WAITLIST.

      * Entries still waiting after tonight's first pass are copied
      * here and then back, preserving arrival order - WAITLIST.DAT
      * is sequential, so that is how a promoted entry comes off it.
       FD  WaitlistWorkFile.
       01  WaitlistWorkRecord       PIC X(30).

       FD  AuditFile.
           COPY AUDITREC.
      * The STUDMAS.DAT in-use interlock - one record naming who
      * holds the master for update. A program that finds it held
      * refuses to start instead of updating underneath them.
       FD  NotifyQueueFile.
           COPY NOTIFYQ.

       FD  LockFile.
       01  LockRecord.
           02  LCK-Holder           PIC X(8).
       01  WS-Seat-Free-Switch      PIC X       VALUE "N".
           88 SeatIsFree                        VALUE "Y".

       01  WS-Section-Status        PIC XX      VALUE SPACES.
       01  WS-Section-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSectionFile                  VALUE "Y".
       01  SectionTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  SectionTable.
           02 SectionEntry          OCCURS 1 TO 500 TIMES
                                     DEPENDING ON SectionTableCount
                                     INDEXED BY SectionIdx.
               03 SE-CourseCode-Tbl PIC X(4).
               03 SE-Section-Tbl    PIC X.
               03 SE-MaxCapacity-Tbl PIC 9(4).
               03 SE-CurrEnrolled-Tbl PIC 9(4).
               03 SE-Status-Tbl     PIC X.
                   88 SectionEntryClosed    VALUE "I".

       01  WS-Section-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Has-Sections-Switch   PIC X       VALUE "N".
           88 CourseHasSections                 VALUE "Y".
       01  WS-Section-Known-Switch  PIC X       VALUE "N".
           88 WantedSectionKnown                VALUE "Y".

       01  WS-Promote-Switch        PIC X       VALUE "N".
           88 EntryPromoted                     VALUE "Y".
       01  WS-Drop-Switch           PIC X       VALUE "N".


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Queue-Status         PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

      * The master record as it stood before the promotion applied.
           02 FILLER                PIC X(31)   VALUE
              " PROMOTED FROM WAITLIST TO     ".
           02 NL-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 NL-Section            PIC X.
           02 FILLER                PIC X(11)   VALUE "  WAITED ON".
           02 FILLER                PIC X       VALUE SPACE.
           02 NL-Wait-Date          PIC 9(8).
           02 FILLER                PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * printed for the student; entries whose student has gone
      * missing or inactive are dropped rather than blocking the
      * queue behind them.
      * A seat freed in one section goes first to the students
      * waiting for that section: the first pass promotes only
      * entries that name their section, and the entries asking for
      * any section are worked on the second pass, on the way back
      * from the work file, against whatever seats are left.
            PERFORM GetOperatorId
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM ClaimMasterLock
            OPEN I-O StudentFile
            OPEN INPUT WaitlistFile
            OPEN OUTPUT WaitlistWorkFile
            OPEN EXTEND AuditFile
            OPEN OUTPUT NoticePrintFile
            OPEN EXTEND NotifyQueueFile
            IF WS-Queue-Status = "35"
                OPEN OUTPUT NotifyQueueFile
            END-IF

            READ WaitlistFile
                AT END SET EndOfWaitlistFile TO TRUE
            END-READ
            PERFORM ProcessWaitlistEntry UNTIL EndOfWaitlistFile

            CLOSE WaitlistFile
            CLOSE WaitlistWorkFile

            PERFORM CopyWaitlistBack

            CLOSE StudentFile
            CLOSE AuditFile
            CLOSE NoticePrintFile
            CLOSE NotifyQueueFile

            PERFORM ReleaseMasterLock
            PERFORM StoreCourseTable
            PERFORM StoreSectionTable
            PERFORM DisplayRunTotals
            STOP RUN.

       ProcessWaitlistEntry.
            ADD 1 TO WS-Entries-Read
            IF WL-Section = SPACE
                MOVE WaitlistRecord TO WaitlistWorkRecord
                WRITE WaitlistWorkRecord
            ELSE
                PERFORM ConsiderWaitlistEntry
                IF NOT EntryPromoted AND NOT EntryDropped
                    MOVE WaitlistRecord TO WaitlistWorkRecord
                    WRITE WaitlistWorkRecord
                END-IF
            END-IF
            READ WaitlistFile
                AT END SET EndOfWaitlistFile TO TRUE
            END-READ.

      * Second pass - the any-section entries get their turn, and
      * everything not promoted or dropped goes back on the file in
      * the order it came off.
       ProcessDeferredEntry.
            MOVE WaitlistWorkRecord TO WaitlistRecord
            MOVE "N" TO WS-Promote-Switch
            MOVE "N" TO WS-Drop-Switch
            IF WL-Section = SPACE
                PERFORM ConsiderWaitlistEntry
            END-IF
            IF NOT EntryPromoted AND NOT EntryDropped
                MOVE WaitlistWorkRecord TO WaitlistRecord
                WRITE WaitlistRecord
                ADD 1 TO WS-Entries-Waiting
            END-IF
            READ WaitlistWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ.

       ConsiderWaitlistEntry.
            MOVE "N" TO WS-Promote-Switch
            MOVE "N" TO WS-Drop-Switch
            MOVE WL-CourseCode TO WS-Lookup-CourseCode
                    WL-StudentId " DROPPED"
            ELSE
                PERFORM CheckSeatFree
                IF SeatIsFree
                    PERFORM CheckSectionSeatFree
                END-IF
                IF SeatIsFree
                    PERFORM PromoteOneStudent
                END-IF
                    ADD 1 TO WS-Entries-Promoted
                WHEN EntryDropped
                    ADD 1 TO WS-Entries-Dropped
            END-EVALUATE.

       CheckSeatFree.
            MOVE "N" TO WS-Seat-Free-Switch
                SET SeatIsFree TO TRUE
            END-IF.

      * On a course split into sections the seat must also be free
      * in a section - the one the entry names, or for an entry
      * naming none the first open section with room. A named
      * section no longer on SECTIONS.DAT drops the entry the way a
      * vanished course does; a closed one just has no seat. On a
      * course with no sections the course seat is enough.
       CheckSectionSeatFree.
            MOVE "N" TO WS-Has-Sections-Switch
            MOVE "N" TO WS-Section-Known-Switch
            MOVE ZERO TO WS-Section-Sub
            PERFORM VARYING SectionIdx FROM 1 BY 1
                    UNTIL SectionIdx > SectionTableCount
                IF SE-CourseCode-Tbl(SectionIdx) = WL-CourseCode
                    SET CourseHasSections TO TRUE
                    IF SE-Section-Tbl(SectionIdx) = WL-Section
                        SET WantedSectionKnown TO TRUE
                    END-IF
                    IF WS-Section-Sub = ZERO
                       AND NOT SectionEntryClosed(SectionIdx)
                       AND (WL-Section = SPACE
                            OR SE-Section-Tbl(SectionIdx) = WL-Section)
                       AND (SE-MaxCapacity-Tbl(SectionIdx) = ZERO
                            OR SE-CurrEnrolled-Tbl(SectionIdx) <
                               SE-MaxCapacity-Tbl(SectionIdx))
                        SET WS-Section-Sub TO SectionIdx
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN NOT CourseHasSections
                    CONTINUE
                WHEN WL-Section NOT = SPACE
                     AND NOT WantedSectionKnown
                    MOVE "N" TO WS-Seat-Free-Switch
                    SET EntryDropped TO TRUE
                    DISPLAY "WaitlistPromote - SECTION " WL-CourseCode
                        " " WL-Section " NO LONGER ON SECTIONS.DAT - "
                        "ENTRY FOR " WL-StudentId " DROPPED"
                WHEN WS-Section-Sub = ZERO
                    MOVE "N" TO WS-Seat-Free-Switch
            END-EVALUATE.

      * The promotion applies the parked transfer now - the student
      * must still be on the master and active; anyone withdrawn,
      * graduated or deleted since they queued is dropped instead.
                        MOVE StudentMasterRecord TO WS-Before-Image
                        MOVE CourseCode TO WS-Aud-Before-Code
                        PERFORM ReleaseOldCourseSeat
                        PERFORM ReleaseOldSectionSeat
                        MOVE WL-CourseCode TO CourseCode
                        MOVE SPACE TO CourseSection
                        IF WS-Section-Sub > ZERO
                            MOVE SE-Section-Tbl(WS-Section-Sub)
                                TO CourseSection
                            ADD 1 TO SE-CurrEnrolled-Tbl(WS-Section-Sub)
                        END-IF
                        REWRITE StudentMasterRecord
                        ADD 1 TO CurrEnrolled-Tbl(WS-Course-Sub)
                        PERFORM WriteAuditRecord
                        PERFORM WriteNoticeLine
                        PERFORM QueuePromotionNotice
                        SET EntryPromoted TO TRUE
                    END-IF
            END-READ.
                    END-IF
            END-SEARCH.

       ReleaseOldSectionSeat.
            IF CourseSection NOT = SPACE
               AND SectionTableCount > ZERO
                SET SectionIdx TO 1
                SEARCH SectionEntry
                   AT END CONTINUE
                   WHEN SE-CourseCode-Tbl(SectionIdx) = CourseCode
                        AND SE-Section-Tbl(SectionIdx) = CourseSection
                        IF SE-CurrEnrolled-Tbl(SectionIdx) > ZERO
                            SUBTRACT 1 FROM
                                SE-CurrEnrolled-Tbl(SectionIdx)
                        END-IF
                END-SEARCH
            END-IF.

       LocateCourseEntry.
            MOVE ZERO TO WS-Course-Sub
            SET CourseIdx TO 1
            READ WaitlistWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ
            PERFORM ProcessDeferredEntry UNTIL EndOfWorkFile
            CLOSE WaitlistWorkFile
            CLOSE WaitlistFile.

      * No SECTIONS.DAT (a "35" status) means no course is split
      * into sections - every promotion seats on the course alone.
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

       WriteAuditRecord.
            MOVE "WAITLISTPR"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
       WriteNoticeLine.
            MOVE WL-StudentId  TO NL-StudentId
            MOVE WL-CourseCode TO NL-CourseCode
            MOVE CourseSection TO NL-Section
            MOVE WL-Date       TO NL-Wait-Date
            MOVE WS-Notice-Line TO ShowNotice
            WRITE ShowNotice.

       QueuePromotionNotice.
            MOVE SPACES TO NotifyEventRecord
            SET EventWaitPromote TO TRUE
            SET NotifyStudent TO TRUE
            MOVE WL-StudentId  TO NTQ-Party-Id
            MOVE WL-CourseCode TO NTQ-Subject(1:4)
            MOVE CourseSection TO NTQ-Subject(6:1)
            ACCEPT NTQ-Ref-Date FROM DATE YYYYMMDD
            MOVE NTQ-Ref-Date  TO NTQ-Queued-Date
            MOVE "WAITLISTPR"  TO NTQ-Source
            WRITE NotifyEventRecord.

       DisplayRunTotals.
            DISPLAY "WaitlistPromote - Control Report"
            DISPLAY "Waitlist entries read     : " WS-Entries-Read
