      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdmitFunnel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicFile ASSIGN "APPLICS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Applic-Status.

           SELECT FunnelSortFile ASSIGN "SORTAPP.WRK".

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ReportFile ASSIGN "ADMITFUN.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicFile.
           COPY APPLIC.

      * Only what the funnel counts - the course and intake the
      * application was for, how far it got.
       SD  FunnelSortFile.
       01  FunnelSortRecord.
           02 FS-CourseCode        PIC X(4).
           02 FS-Intake-Year       PIC 9(4).
           02 FS-Status            PIC X.
               88 FS-Accepted              VALUE "A".
               88 FS-Declined              VALUE "D".
               88 FS-Withdrawn             VALUE "W".
           02 FS-Offer-Date        PIC 9(8).

       FD  CourseFile.
           COPY COURSMAS.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Applic-Status        PIC XX      VALUE SPACES.
       01  WS-Applic-EOF-Switch    PIC X       VALUE "N".
           88 EndOfApplicFile                  VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".
       01  WS-Sort-EOF-Switch      PIC X       VALUE "N".
           88 EndOfSortReturn                  VALUE "Y".

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 200 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CourseCode-Tbl   PIC X(4).
               03 MaxCapacity-Tbl  PIC 9(4).

       01  WS-Prev-CourseCode      PIC X(4)    VALUE SPACES.
       01  WS-Prev-Intake-Year     PIC 9(4)    VALUE ZERO.
       01  WS-First-Group-Switch   PIC X       VALUE "Y".
           88 FirstGroup                       VALUE "Y".

       01  WS-Group-Counts.
           02 WS-Grp-Applied       PIC 9(5)    VALUE ZERO.
           02 WS-Grp-Offered       PIC 9(5)    VALUE ZERO.
           02 WS-Grp-Accepted      PIC 9(5)    VALUE ZERO.
           02 WS-Grp-Declined      PIC 9(5)    VALUE ZERO.
           02 WS-Grp-Withdrawn     PIC 9(5)    VALUE ZERO.

       01  WS-Grand-Counts.
           02 WS-Tot-Applied       PIC 9(5)    VALUE ZERO.
           02 WS-Tot-Offered       PIC 9(5)    VALUE ZERO.
           02 WS-Tot-Accepted      PIC 9(5)    VALUE ZERO.
           02 WS-Tot-Declined      PIC 9(5)    VALUE ZERO.
           02 WS-Tot-Withdrawn     PIC 9(5)    VALUE ZERO.

       01  WS-Groups-Printed       PIC 9(5)    VALUE ZERO.
       01  WS-Over-Capacity        PIC 9(5)    VALUE ZERO.
       01  WS-Offer-Pct            PIC 9(3)    VALUE ZERO.
       01  WS-Accept-Pct           PIC 9(3)    VALUE ZERO.
       01  WS-Convert-Pct          PIC 9(3)    VALUE ZERO.
       01  WS-Capacity             PIC 9(4)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "ADMISSIONS FUNNEL BY COURSE AND INTAKE YEAR".

       01  WS-Column-Line-1         PIC X(80)   VALUE
           "COURSE INTAKE APPLIED OFFERED ACCEPTED DECLINED WDRAWN OFFE
      -    "R% TAKE% CONV% CAP".

       01  WS-Detail-Line.
           02 DL-CourseCode         PIC X(4).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Intake-Year        PIC 9(4).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Applied            PIC ZZZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Offered            PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-Accepted           PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-Declined           PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Withdrawn          PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Offer-Pct          PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Accept-Pct         PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Convert-Pct        PIC ZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Capacity           PIC ZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Over-Flag          PIC X(4).

       01  WS-Total-Line.
           02 FILLER                PIC X(14)   VALUE "ALL COURSES".
           02 TL-Applied            PIC ZZZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 TL-Offered            PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 TL-Accepted           PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 TL-Declined           PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 TL-Withdrawn          PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 TL-Offer-Pct          PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 TL-Accept-Pct         PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 TL-Convert-Pct        PIC ZZ9.
           02 FILLER                PIC X(10)   VALUE SPACES.

       01  WS-Key-Line.
           02 FILLER                PIC X(80)   VALUE
              "OFFER% = OFFERED/APPLIED  TAKE% = ACCEPTED/OFFERED  CONV%
      -       " = ACCEPTED/APPLIED".

       01  WS-Over-Key-Line         PIC X(80)   VALUE
           "OVER = ACCEPTED PLACES EXCEED THE COURSE CAPACITY ON COURSE
      -    "S.DAT".

       01  WS-None-Line             PIC X(80)   VALUE
           "NO APPLICATIONS ON FILE".

       PROCEDURE DIVISION.
       BEGIN.
      * How many applied, how many were offered a place and how
      * many took it up - per course and intake year off
      * APPLICS.DAT, with the conversion rates, and the accepted
      * places set against the course capacity on COURSES.DAT so an
      * over-subscribed intake shows before enrolment does. An offer
      * is counted once made, whatever became of it.
            PERFORM LoadCourseTable
            OPEN OUTPUT ReportFile
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Column-Line-1 TO ShowReport
            WRITE ShowReport

            SORT FunnelSortFile
                ON ASCENDING KEY FS-CourseCode FS-Intake-Year
                INPUT PROCEDURE IS ReleaseApplications
                OUTPUT PROCEDURE IS PrintFunnelGroups

            IF WS-Groups-Printed = ZERO
                MOVE WS-None-Line TO ShowReport
                WRITE ShowReport
            ELSE
                PERFORM PrintGrandTotal
            END-IF
            MOVE WS-Key-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Over-Key-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile

            DISPLAY "AdmitFunnel - Control Report"
            DISPLAY "Applications counted : " WS-Tot-Applied
            DISPLAY "Course intakes       : " WS-Groups-Printed
            DISPLAY "Over capacity        : " WS-Over-Capacity
            STOP RUN.

      * No APPLICS.DAT yet (a "35" status) just means no application
      * has been received - the report says so.
       ReleaseApplications.
            OPEN INPUT ApplicFile
            IF WS-Applic-Status NOT = "00"
                SET EndOfApplicFile TO TRUE
            ELSE
                READ ApplicFile
                    AT END SET EndOfApplicFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfApplicFile
                MOVE APP-CourseCode  TO FS-CourseCode
                MOVE APP-Intake-Year TO FS-Intake-Year
                MOVE APP-Status      TO FS-Status
                MOVE APP-Offer-Date  TO FS-Offer-Date
                RELEASE FunnelSortRecord
                READ ApplicFile
                    AT END SET EndOfApplicFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Applic-Status NOT = "35"
                CLOSE ApplicFile
            END-IF.

       PrintFunnelGroups.
            RETURN FunnelSortFile
                AT END SET EndOfSortReturn TO TRUE
            END-RETURN
            PERFORM UNTIL EndOfSortReturn
                IF NOT FirstGroup
                   AND (FS-CourseCode NOT = WS-Prev-CourseCode
                        OR FS-Intake-Year NOT = WS-Prev-Intake-Year)
                    PERFORM PrintOneGroup
                END-IF
                MOVE "N" TO WS-First-Group-Switch
                MOVE FS-CourseCode  TO WS-Prev-CourseCode
                MOVE FS-Intake-Year TO WS-Prev-Intake-Year
                PERFORM TallyOneApplication
                RETURN FunnelSortFile
                    AT END SET EndOfSortReturn TO TRUE
                END-RETURN
            END-PERFORM
            IF NOT FirstGroup
                PERFORM PrintOneGroup
            END-IF.

      * An offer date on file means an offer was made - a declined
      * or since-accepted offer still counts as offered.
       TallyOneApplication.
            ADD 1 TO WS-Grp-Applied
            IF FS-Offer-Date > ZERO
                ADD 1 TO WS-Grp-Offered
            END-IF
            EVALUATE TRUE
                WHEN FS-Accepted
                    ADD 1 TO WS-Grp-Accepted
                WHEN FS-Declined
                    ADD 1 TO WS-Grp-Declined
                WHEN FS-Withdrawn
                    ADD 1 TO WS-Grp-Withdrawn
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       PrintOneGroup.
            MOVE WS-Prev-CourseCode  TO DL-CourseCode
            MOVE WS-Prev-Intake-Year TO DL-Intake-Year
            MOVE WS-Grp-Applied      TO DL-Applied
            MOVE WS-Grp-Offered      TO DL-Offered
            MOVE WS-Grp-Accepted     TO DL-Accepted
            MOVE WS-Grp-Declined     TO DL-Declined
            MOVE WS-Grp-Withdrawn    TO DL-Withdrawn
            PERFORM ComputeGroupRates
            MOVE WS-Offer-Pct        TO DL-Offer-Pct
            MOVE WS-Accept-Pct       TO DL-Accept-Pct
            MOVE WS-Convert-Pct      TO DL-Convert-Pct
            MOVE ZERO TO WS-Capacity
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) = WS-Prev-CourseCode
                        MOVE MaxCapacity-Tbl(CourseIdx) TO WS-Capacity
                END-SEARCH
            END-IF
            MOVE WS-Capacity TO DL-Capacity
            MOVE SPACES TO DL-Over-Flag
            IF WS-Grp-Accepted > WS-Capacity
                MOVE "OVER" TO DL-Over-Flag
                ADD 1 TO WS-Over-Capacity
            END-IF
            MOVE WS-Detail-Line TO ShowReport
            WRITE ShowReport
            ADD 1 TO WS-Groups-Printed
            ADD WS-Grp-Applied   TO WS-Tot-Applied
            ADD WS-Grp-Offered   TO WS-Tot-Offered
            ADD WS-Grp-Accepted  TO WS-Tot-Accepted
            ADD WS-Grp-Declined  TO WS-Tot-Declined
            ADD WS-Grp-Withdrawn TO WS-Tot-Withdrawn
            MOVE ZERO TO WS-Grp-Applied
            MOVE ZERO TO WS-Grp-Offered
            MOVE ZERO TO WS-Grp-Accepted
            MOVE ZERO TO WS-Grp-Declined
            MOVE ZERO TO WS-Grp-Withdrawn.

       ComputeGroupRates.
            MOVE ZERO TO WS-Offer-Pct
            MOVE ZERO TO WS-Accept-Pct
            MOVE ZERO TO WS-Convert-Pct
            IF WS-Grp-Applied > ZERO
                COMPUTE WS-Offer-Pct ROUNDED =
                    (WS-Grp-Offered * 100) / WS-Grp-Applied
                COMPUTE WS-Convert-Pct ROUNDED =
                    (WS-Grp-Accepted * 100) / WS-Grp-Applied
            END-IF
            IF WS-Grp-Offered > ZERO
                COMPUTE WS-Accept-Pct ROUNDED =
                    (WS-Grp-Accepted * 100) / WS-Grp-Offered
            END-IF.

       PrintGrandTotal.
            MOVE WS-Tot-Applied   TO TL-Applied
            MOVE WS-Tot-Offered   TO TL-Offered
            MOVE WS-Tot-Accepted  TO TL-Accepted
            MOVE WS-Tot-Declined  TO TL-Declined
            MOVE WS-Tot-Withdrawn TO TL-Withdrawn
            MOVE WS-Tot-Applied   TO WS-Grp-Applied
            MOVE WS-Tot-Offered   TO WS-Grp-Offered
            MOVE WS-Tot-Accepted  TO WS-Grp-Accepted
            PERFORM ComputeGroupRates
            MOVE WS-Offer-Pct     TO TL-Offer-Pct
            MOVE WS-Accept-Pct    TO TL-Accept-Pct
            MOVE WS-Convert-Pct   TO TL-Convert-Pct
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
               AT END SET EndOfCourseFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfCourseFile
               SET CourseIdx TO CourseTableCount
               SET CourseIdx UP BY 1
               SET CourseTableCount TO CourseIdx
               MOVE CourseCode-C  TO CourseCode-Tbl(CourseIdx)
               MOVE MaxCapacity-C TO MaxCapacity-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

       END PROGRAM AdmitFunnel.
