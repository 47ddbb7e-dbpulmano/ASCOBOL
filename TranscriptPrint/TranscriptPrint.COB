                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Honors-Status.

      * Credit brought from other colleges - printed as a block of
      * its own, never averaged in with our own grades.
           SELECT AdvStandFile ASSIGN "ADVSTAND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AdvStand-Status.

      * Every transcript that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
       FD  CorrHistFile.
           COPY CORRHIST.

       FD  AdvStandFile.
           COPY ADVSTAND.

       WORKING-STORAGE SECTION.
       01  WS-Results-Status        PIC XX      VALUE SPACES.
       01  WS-Results-EOF-Switch    PIC X       VALUE "N".
           88 EndOfResultsFile                  VALUE "Y".

       01  WS-AdvStand-Status       PIC XX      VALUE SPACES.
       01  WS-AdvStand-EOF-Switch   PIC X       VALUE "N".
           88 EndOfAdvStandFile                 VALUE "Y".
       01  WS-Credits-Printed       PIC 9(4)    VALUE ZERO.

       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".

       01  WS-No-Results-Line       PIC X(80)   VALUE
           "NO RESULTS ON FILE FOR THIS STUDENT".

       01  WS-Credit-Title-Line     PIC X(80)   VALUE
           "TRANSFER CREDIT - ADVANCED STANDING (NOT INCLUDED IN GPA)".

       01  WS-Credit-Column-Line    PIC X(80)   VALUE
           "COURSE NAME                           EQUIV AWARDED BY".

       01  WS-Credit-Detail-Line.
           02 CDL-CourseCode        PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CDL-CourseName        PIC X(30).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CDL-Grade             PIC X(2).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 CDL-Institution       PIC X(30).
           02 FILLER                PIC X(6)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

      * Grade points by grade letter in the shop's rate-table idiom
            IF WS-Graded-Count > ZERO
                PERFORM PrintStandingLines
            END-IF
            PERFORM PrintTransferCredit
            MOVE WS-Blank-Line TO ShowTranscript
            WRITE ShowTranscript
            PERFORM WriteCorrespondence
                WRITE ShowTranscript
            END-IF.

      * Exemptions print after the average they are kept out of,
      * under a heading of their own - and only when there are any.
       PrintTransferCredit.
            MOVE ZERO TO WS-Credits-Printed
            MOVE "N"  TO WS-AdvStand-EOF-Switch
            OPEN INPUT AdvStandFile
            IF WS-AdvStand-Status NOT = "00"
                SET EndOfAdvStandFile TO TRUE
            ELSE
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAdvStandFile
                IF ADV-StudentId = WS-Wanted-StudentId
                    PERFORM PrintOneCreditLine
                END-IF
                READ AdvStandFile
                    AT END SET EndOfAdvStandFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-AdvStand-Status NOT = "35"
                CLOSE AdvStandFile
            END-IF.

       PrintOneCreditLine.
            IF WS-Credits-Printed = ZERO
                MOVE WS-Blank-Line TO ShowTranscript
                WRITE ShowTranscript
                MOVE WS-Credit-Title-Line TO ShowTranscript
                WRITE ShowTranscript
                MOVE WS-Credit-Column-Line TO ShowTranscript
                WRITE ShowTranscript
            END-IF
            MOVE ADV-CourseCode TO CDL-CourseCode
            MOVE SPACES TO CDL-CourseName
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) = ADV-CourseCode
                        MOVE CourseName-Tbl(CourseIdx)
                            TO CDL-CourseName
                END-SEARCH
            END-IF
            MOVE ADV-Equiv-Grade TO CDL-Grade
            MOVE ADV-Institution TO CDL-Institution
            MOVE WS-Credit-Detail-Line TO ShowTranscript
            WRITE ShowTranscript
            ADD 1 TO WS-Credits-Printed.

       PrintOneResultLine.
            MOVE RES-CourseCode TO DL-CourseCode
            PERFORM LookUpCourseName
