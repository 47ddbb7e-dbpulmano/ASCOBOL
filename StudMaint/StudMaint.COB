                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT PostalCodeFile ASSIGN "POSTCODE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Postal-Status.

           SELECT ExceptionFile ASSIGN "MAINTEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           02 TransCityCode-M      PIC X.
           02 TransPostalCode-M    PIC X(8).
           02 TransPhone-M         PIC X(12).
      * Section of the new course on a course move - blank takes the
      * first open section with a seat.
           02 NewSection-M         PIC X.

       FD  CourseFile.
           COPY COURSMAS.

       FD  SectionFile.
           COPY SECTMAS.


      * The postal code reference an address is held to.
       FD  PostalCodeFile.
           COPY POSTCODE.

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       01  WS-Course-Inact-Switch  PIC X       VALUE "N".
           88 NewCourseIsInactive              VALUE "Y".

      * Sections of a course ride alongside the catalog, the same
      * way SeqUpdate keeps them - both counts move with every seat.
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

      * POSTCODE.DAT rides in this table for the run. PC-Length-Tbl
      * is how many characters of the prefix were keyed, so a
      * PostalCode matches on the longest prefix it starts with.
       01  WS-Postal-Status        PIC XX      VALUE SPACES.
       01  WS-Postal-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPostalFile                  VALUE "Y".
       01  PostalTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  PostalTable.
           02 PostalEntry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PostalTableCount
                                    INDEXED BY PostalIdx.
               03 PC-Prefix-Tbl    PIC X(4).
               03 PC-City-Tbl      PIC X(15).
               03 PC-CityCode-Tbl  PIC 9.
               03 PC-Length-Tbl    PIC 9.
       01  WS-Postal-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Prefix-Length        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Best-Length          PIC 9       VALUE ZERO.

      * The address being checked - a WS-Check-CityCode of space
      * means the record carries no CityCode to hold to the prefix.
       01  WS-Addr-Check.
           02 WS-Check-PostalCode  PIC X(8)    VALUE SPACES.
           02 WS-Check-City        PIC X(15)   VALUE SPACES.
           02 WS-Check-CityCode    PIC X       VALUE SPACE.
       01  WS-Addr-Result-Switch   PIC X       VALUE "Y".
           88 AddressAgrees                    VALUE "Y".
           88 PostalCodeUnknown                VALUE "U".
           88 CityDisagrees                    VALUE "C".
           88 CityCodeDisagrees                VALUE "K".

       01  WS-Prev-Trans-Id        PIC 9(7)    VALUE ZERO.
       01  WS-Sequence-Error-Sw    PIC X       VALUE "N".
           88 TransFileOutOfSequence            VALUE "Y".
      *First load the course master, then check TRANSMNT.DAT is in
      *ascending StudentId-M order before applying anything from it
            PERFORM LoadCourseTable
            PERFORM LoadSectionTable
            PERFORM LoadPostalTable
            PERFORM CheckTransSequence
            IF TransFileOutOfSequence
                DISPLAY "StudMaint - TRANSMNT.DAT IS NOT IN ASCENDING "
            PERFORM ReleaseMasterLock

            PERFORM StoreCourseTable
            PERFORM StoreSectionTable
            PERFORM StoreMasterCount

            PERFORM DisplayRunTotals
            PERFORM AssignNextStudentId
            MOVE TransStudentName-M  TO StudentName
            MOVE SPACES              TO CourseCode
            MOVE SPACE               TO CourseSection
            MOVE TransGender-M       TO Gender
            MOVE WS-Edit-YYYY        TO YOBirth
            MOVE WS-Edit-MM          TO MOBirth
                PERFORM ValidateNewCourseCode
                IF CourseCodeIsValid
                    PERFORM CheckNewCourseCapacity
                    PERFORM CheckNewSectionSeat
                    EVALUATE TRUE
                        WHEN NewSectionIsInvalid
                            MOVE StudentId-M TO Except-StudentID
                            MOVE "INVALID SECTION - " TO Except-Detail
                            MOVE NewCourseCode-M TO Except-Detail(19:4)
                            MOVE NewSection-M TO Except-Detail(24:1)
                            PERFORM WriteExceptionRecord
                            ADD 1 TO WS-Trans-Rejected
                        WHEN NewCourseIsFull
                            MOVE StudentId-M TO Except-StudentID
                            MOVE "COURSE FULL - WAITLISTED - " TO
                                 Except-Detail
                            MOVE NewCourseCode-M TO
                                 Except-Detail(28:4)
                            MOVE NewSection-M TO Except-Detail(33:1)
                            PERFORM WriteExceptionRecord
                            PERFORM WriteWaitlistRecord
                            ADD 1 TO WS-Trans-Rejected
                        WHEN OTHER
                            MOVE "CHANGE"        TO AUD-Action-Tmp
                            MOVE CourseCode      TO AUD-Before-Tmp
                            MOVE CourseCode TO WS-Lookup-CourseCode
                            MOVE CourseSection TO WS-Lookup-Section
                            PERFORM ReleaseCourseSeat
                            PERFORM ReleaseSectionSeat
                            MOVE NewCourseCode-M TO CourseCode
                            PERFORM TakeNewSectionSeat
                            MOVE CourseCode      TO AUD-After-Tmp
                            SET MasterRecordUpdated TO TRUE
                            PERFORM WriteAuditRecord
                            ADD 1 TO
                               CurrEnrolled-Tbl(WS-New-Course-Sub)
                    END-EVALUATE
                ELSE
                    MOVE StudentId-M TO Except-StudentID
                    IF NewCourseIsInactive
                ADD 1 TO WS-Fields-Corrected
            END-IF.

      * The keyed postal code, city and CityCode must agree with
      * POSTCODE.DAT before the address goes on - a blank CityCode
      * is held to the reference as the zero it would store as.
       CorrectStudentAddress.
            MOVE TransPostalCode-M TO WS-Check-PostalCode
            MOVE TransCity-M       TO WS-Check-City
            IF TransCityCode-M NUMERIC
                MOVE TransCityCode-M TO WS-Check-CityCode
            ELSE
                MOVE "0"             TO WS-Check-CityCode
            END-IF
            PERFORM CheckPostalAddress
            IF NOT AddressAgrees
                MOVE StudentId-M TO Except-StudentID
                PERFORM SetAddressRejectDetail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE TransStreet-M     TO Street
                MOVE TransCity-M       TO City
                IF TransCityCode-M NUMERIC
                    MOVE TransCityCode-M TO CityCode
                ELSE
                    MOVE ZERO            TO CityCode
                END-IF
                MOVE TransPostalCode-M TO PostalCode
                MOVE TransPhone-M      TO Phone
                SET MasterRecordUpdated TO TRUE
                MOVE "CHANGE ADDRESS" TO AUD-Action-Tmp
                MOVE CourseCode       TO AUD-Before-Tmp
                MOVE CourseCode       TO AUD-After-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Fields-Corrected
            END-IF.

       CorrectStudentStatus.
            IF NOT ValidNewStatus
            ELSE
                IF ActiveStudent AND TransNewStatus-M NOT = "A"
                    MOVE CourseCode TO WS-Lookup-CourseCode
                    MOVE CourseSection TO WS-Lookup-Section
                    PERFORM ReleaseCourseSeat
                    PERFORM ReleaseSectionSeat
                    MOVE SPACE TO CourseSection
                END-IF
                MOVE TransNewStatus-M TO StudentStatus
                SET MasterRecordUpdated TO TRUE
                    MOVE CourseCode  TO AUD-Before-Tmp
                    MOVE CourseCode  TO AUD-After-Tmp
                    MOVE CourseCode  TO WS-Lookup-CourseCode
                    MOVE CourseSection TO WS-Lookup-Section
                    PERFORM ReleaseCourseSeat
                    PERFORM ReleaseSectionSeat
                    MOVE SPACE       TO CourseSection
                    SET WithdrawnStudent TO TRUE
                    REWRITE StudentMasterRecord
                    PERFORM WriteAuditRecord
            END-PERFORM
            CLOSE CourseFile.

      * No SECTIONS.DAT (a "35" status) means no course is split
      * into sections - every move seats on the course alone.
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
            IF NewCourseCode-M = CourseCode
                MOVE "N" TO WS-Course-Full-Switch
            END-IF
            PERFORM VARYING SectionIdx FROM 1 BY 1
                    UNTIL SectionIdx > SectionTableCount
                IF SE-CourseCode-Tbl(SectionIdx) = NewCourseCode-M
                    SET NewCourseHasSections TO TRUE
                    IF WS-New-Section-Sub = ZERO
                       AND NOT SectionEntryClosed(SectionIdx)
                        IF NewSection-M = SPACE
                            IF SE-MaxCapacity-Tbl(SectionIdx) = ZERO
                               OR SE-CurrEnrolled-Tbl(SectionIdx) <
                                  SE-MaxCapacity-Tbl(SectionIdx)
                                SET WS-New-Section-Sub TO SectionIdx
                            END-IF
                        ELSE
                            IF SE-Section-Tbl(SectionIdx) =
                               NewSection-M
                                SET WS-New-Section-Sub TO SectionIdx
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN NOT NewCourseHasSections
                    IF NewSection-M NOT = SPACE
                        SET NewSectionIsInvalid TO TRUE
                    END-IF
                WHEN NewSection-M = SPACE
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

      * No POSTCODE.DAT (a "35" status) means the reference has not
      * been keyed yet - addresses go through unchecked rather than
      * every one of them being refused.
       LoadPostalTable.
            OPEN INPUT PostalCodeFile
            IF WS-Postal-Status NOT = "00"
                SET EndOfPostalFile TO TRUE
            ELSE
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPostalFile
                MOVE ZERO TO WS-Prefix-Length
                INSPECT PCR-Prefix TALLYING WS-Prefix-Length
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-Prefix-Length > ZERO
                    SET PostalIdx TO PostalTableCount
                    SET PostalIdx UP BY 1
                    SET PostalTableCount TO PostalIdx
                    MOVE PCR-Prefix   TO PC-Prefix-Tbl(PostalIdx)
                    MOVE PCR-City     TO PC-City-Tbl(PostalIdx)
                    MOVE PCR-CityCode TO PC-CityCode-Tbl(PostalIdx)
                    MOVE WS-Prefix-Length TO PC-Length-Tbl(PostalIdx)
                END-IF
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Postal-Status NOT = "35"
                CLOSE PostalCodeFile
            END-IF.

      * Matches the PostalCode on the longest prefix it starts with,
      * then holds the city - and the CityCode, where one is being
      * checked - to what that prefix delivers to. A blank
      * PostalCode, or no reference at all, has nothing to disagree
      * with. WS-Postal-Sub is left on the matching row.
       CheckPostalAddress.
            SET AddressAgrees TO TRUE
            MOVE ZERO TO WS-Postal-Sub
            MOVE ZERO TO WS-Best-Length
            IF PostalTableCount > ZERO
               AND WS-Check-PostalCode NOT = SPACES
                PERFORM VARYING PostalIdx FROM 1 BY 1
                        UNTIL PostalIdx > PostalTableCount
                    MOVE PC-Length-Tbl(PostalIdx) TO WS-Prefix-Length
                    IF WS-Prefix-Length > WS-Best-Length
                       AND WS-Check-PostalCode(1:WS-Prefix-Length) =
                           PC-Prefix-Tbl(PostalIdx)(1:WS-Prefix-Length)
                        MOVE WS-Prefix-Length TO WS-Best-Length
                        SET WS-Postal-Sub TO PostalIdx
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-Postal-Sub = ZERO
                        SET PostalCodeUnknown TO TRUE
                    WHEN WS-Check-City NOT =
                         PC-City-Tbl(WS-Postal-Sub)
                        SET CityDisagrees TO TRUE
                    WHEN WS-Check-CityCode NOT = SPACE
                     AND WS-Check-CityCode NOT =
                         PC-CityCode-Tbl(WS-Postal-Sub)
                        SET CityCodeDisagrees TO TRUE
                END-EVALUATE
            END-IF.

       SetAddressRejectDetail.
            EVALUATE TRUE
                WHEN PostalCodeUnknown
                    MOVE "POSTAL CODE NOT ON POSTCODE.DAT"
                        TO Except-Detail
                WHEN CityDisagrees
                    MOVE "CITY DOES NOT MATCH POSTAL CODE"
                        TO Except-Detail
                WHEN CityCodeDisagrees
                    MOVE "CITYCODE DOES NOT MATCH POSTAL CODE"
                        TO Except-Detail
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
       WriteWaitlistRecord.
            MOVE StudentId-M     TO WL-StudentId
            MOVE NewCourseCode-M TO WL-CourseCode
            MOVE NewSection-M    TO WL-Section
            ACCEPT WL-Date FROM DATE YYYYMMDD
            ACCEPT WL-Time FROM TIME
            WRITE WaitlistRecord.
