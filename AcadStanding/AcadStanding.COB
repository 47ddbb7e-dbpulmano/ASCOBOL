      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcadStanding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

           SELECT ResultsFile ASSIGN "RESULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

      * The standing bands - one row per standing with the lowest
      * cumulative GPA that holds it, so the registrar moves a
      * boundary by editing a file, the way HONORS.DAT works.
           SELECT ThresholdFile ASSIGN "STANDTHR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Threshold-Status.

           SELECT StandingFile ASSIGN "STANDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Standing-Status.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

      * Every standing letter that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LetterFile ASSIGN "STANDLTR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReportFile ASSIGN "STANDRPT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StandingSortFile ASSIGN "SORTSTD.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  ResultsFile.
           COPY RESULTS.

       FD  EnrollFile.
           COPY ENROLL.

       FD  CourseFile.
           COPY COURSMAS.

       FD  TermFile.
           COPY TERMMAS.

      * GPA keyed as 9V99 without the point - 170 reads as 1.70.
       FD  ThresholdFile.
       01  ThresholdRecord.
           02 STH-Standing         PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 STH-Min-GPA-X        PIC X(3).

       FD  StandingFile.
           COPY STANDING.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  LetterFile.
       01  ShowLetter               PIC X(80).

       FD  ReportFile.
       01  ShowReport               PIC X(80).

      * One record per course per student whose standing moved this
      * term - a student taking three courses shows under all three.
       SD  StandingSortFile.
       01  StandingSortRecord.
           02 SS-CourseCode         PIC X(4).
           02 SS-StudentId          PIC 9(7).
           02 SS-Surname            PIC X(8).
           02 SS-Initials           PIC XX.
           02 SS-From-Standing      PIC X.
           02 SS-To-Standing        PIC X.
           02 SS-Term-GPA           PIC 9V99.
           02 SS-Cum-GPA            PIC 9V99.

       WORKING-STORAGE SECTION.
       01  WS-Results-Status        PIC XX      VALUE SPACES.
       01  WS-Enroll-Status         PIC XX      VALUE SPACES.
       01  WS-Term-Status           PIC XX      VALUE SPACES.
       01  WS-Threshold-Status      PIC XX      VALUE SPACES.
       01  WS-Standing-Status       PIC XX      VALUE SPACES.
       01  WS-Signon-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Results-EOF-Switch    PIC X       VALUE "N".
           88 EndOfResultsFile                  VALUE "Y".
       01  WS-Enroll-EOF-Switch     PIC X       VALUE "N".
           88 EndOfEnrollFile                   VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".
       01  WS-Term-EOF-Switch       PIC X       VALUE "N".
           88 EndOfTermFile                     VALUE "Y".
       01  WS-Threshold-EOF-Switch  PIC X       VALUE "N".
           88 EndOfThresholdFile                VALUE "Y".
       01  WS-Standing-EOF-Switch   PIC X       VALUE "N".
           88 EndOfStandingFile                 VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".
       01  WS-Sort-EOF-Switch       PIC X       VALUE "N".
           88 EndOfSortReturn                   VALUE "Y".

       01  WS-Term-Found-Switch     PIC X       VALUE "N".
           88 CurrentTermFound                  VALUE "Y".
       01  WS-Current-Term-Id       PIC X(6)    VALUE SPACES.
       01  WS-Term-Start-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Term-End-Date         PIC 9(8)    VALUE ZERO.

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Operator-Id           PIC X(8)    VALUE "BATCH".

      * Grade points by grade letter, the table TranscriptPrint
      * averages with - the first byte of RES-Grade picks the row.
       01  GradePointValues.
           02  FILLER      PIC X       VALUE "A".
           02  FILLER      PIC 9V99    VALUE 4.00.
           02  FILLER      PIC X       VALUE "B".
           02  FILLER      PIC 9V99    VALUE 3.00.
           02  FILLER      PIC X       VALUE "C".
           02  FILLER      PIC 9V99    VALUE 2.00.
           02  FILLER      PIC X       VALUE "D".
           02  FILLER      PIC 9V99    VALUE 1.00.
           02  FILLER      PIC X       VALUE "F".
           02  FILLER      PIC 9V99    VALUE 0.00.
       01  GradePointTable REDEFINES GradePointValues.
           02  GradePointEntry OCCURS 5 TIMES INDEXED BY GradeIdx.
               03 GradeLetter     PIC X.
               03 GradePoints     PIC 9V99.

      * The four standings in order of severity - the row number is
      * the rank, so one step worse is one row down.
       01  StandingNameValues.
           02  FILLER      PIC X(11)   VALUE "GGOOD".
           02  FILLER      PIC X(11)   VALUE "WWARNING".
           02  FILLER      PIC X(11)   VALUE "PPROBATION".
           02  FILLER      PIC X(11)   VALUE "SSUSPENDED".
       01  StandingNameTable REDEFINES StandingNameValues.
           02  StandingNameEntry OCCURS 4 TIMES INDEXED BY StandIdx.
               03 SN-Code         PIC X.
               03 SN-Label        PIC X(10).

      * What each standing's letter says, two lines per standing in
      * the same rank order.
       01  LetterTextValues.
           02  FILLER      PIC X(60)   VALUE
               "You are in good academic standing. No further action".
           02  FILLER      PIC X(60)   VALUE
               "is required of you this term.".
           02  FILLER      PIC X(60)   VALUE
               "Your results this term fall below the expected".
           02  FILLER      PIC X(60)   VALUE
               "standard. Please see your course tutor before term.".
           02  FILLER      PIC X(60)   VALUE
               "You are placed on academic probation. A further term".
           02  FILLER      PIC X(60)   VALUE
               "below standard will lead to suspension.".
           02  FILLER      PIC X(60)   VALUE
               "You are suspended from study. No new enrollment will".
           02  FILLER      PIC X(60)   VALUE
               "be accepted while it stands - contact the registrar.".
       01  LetterTextTable REDEFINES LetterTextValues.
           02  LetterTextEntry OCCURS 4 TIMES.
               03 LT-Line-1       PIC X(60).
               03 LT-Line-2       PIC X(60).

      * The bands ride here for the run - the highest floor the
      * cumulative GPA reaches wins, and below every floor is
      * suspension.
       01  ThresholdTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  ThresholdTable.
           02 ThresholdEntry        OCCURS 1 TO 10 TIMES
                                     DEPENDING ON ThresholdTableCount
                                     INDEXED BY ThreshIdx.
               03 TH-Standing-Tbl   PIC X.
               03 TH-MinGPA-Tbl     PIC 9V99.

       01  WS-Min-GPA-X             PIC X(3)    VALUE SPACES.
       01  WS-Min-GPA-Num REDEFINES WS-Min-GPA-X
                                    PIC 9V99.
       01  WS-Good-Floor            PIC 9V99    VALUE ZERO.
       01  WS-Best-Floor            PIC 9V99    VALUE ZERO.
       01  WS-Band-Found-Switch     PIC X       VALUE "N".
           88 BandFound                         VALUE "Y".

      * Points and graded counts per student off one pass of
      * RESULTS.DAT - this term's sittings and everything up to the
      * term's end.
       01  GpaTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  GpaTable.
           02 GpaEntry              OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON GpaTableCount
                                     INDEXED BY GpaIdx.
               03 GP-StudentId-Tbl  PIC 9(7).
               03 GP-Term-Points    PIC 9(5)V99.
               03 GP-Term-Count     PIC 9(4).
               03 GP-Cum-Points     PIC 9(5)V99.
               03 GP-Cum-Count      PIC 9(4).

      * STANDING.DAT rides in this table for the run - students
      * assessed for the first time append, the rest update in
      * place, and the whole table stores back at end of run.
       01  StandTableCount          PIC 9(5)    COMP VALUE ZERO.
       01  StandTable.
           02 StandEntry            OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON StandTableCount
                                     INDEXED BY StandTblIdx.
               03 ST-StudentId-Tbl  PIC 9(7).
               03 ST-Standing-Tbl   PIC X.
               03 ST-Prev-Tbl       PIC X.
               03 ST-Term-Tbl       PIC X(6).
               03 ST-TermGPA-Tbl    PIC 9V99.
               03 ST-CumGPA-Tbl     PIC 9V99.
               03 ST-Date-Tbl       PIC 9(8).

       01  EnrollTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EnrollTable.
           02 EnrollEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON EnrollTableCount
                                     INDEXED BY EnrollIdx.
               03 EN-StudentId-Tbl  PIC 9(7).
               03 EN-CourseCode-Tbl PIC X(4).

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

       01  WS-Gpa-Sub               PIC 9(5)    COMP VALUE ZERO.
       01  WS-Stand-Sub             PIC 9(5)    COMP VALUE ZERO.
       01  WS-Rank-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Look-Id               PIC 9(7)    VALUE ZERO.
       01  WS-Grade-Points          PIC 9V99    VALUE ZERO.
       01  WS-Grade-Found-Switch    PIC X       VALUE "N".
           88 GradeLetterKnown                  VALUE "Y".

       01  WS-Term-GPA              PIC 9V99    VALUE ZERO.
       01  WS-Cum-GPA               PIC 9V99    VALUE ZERO.
       01  WS-Base-Standing         PIC X       VALUE SPACE.
       01  WS-Band-Standing         PIC X       VALUE SPACE.
       01  WS-New-Standing          PIC X       VALUE SPACE.
       01  WS-OnFile-Standing       PIC X       VALUE SPACE.
       01  WS-Rank-Code             PIC X       VALUE SPACE.
       01  WS-Rank-Found            PIC 9       VALUE ZERO.
       01  WS-Base-Rank             PIC 9       VALUE ZERO.
       01  WS-Band-Rank             PIC 9       VALUE ZERO.
       01  WS-New-Rank              PIC 9       VALUE ZERO.
       01  WS-Wanted-Course         PIC X(4)    VALUE SPACES.
       01  WS-Prev-CourseCode       PIC X(4)    VALUE SPACES.
       01  WS-First-Record-Switch   PIC X       VALUE "Y".
           88 FirstSortRecord                   VALUE "Y".
       01  WS-Course-Movers         PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Scanned   PIC 9(7)    VALUE ZERO.
           02 WS-Students-Assessed  PIC 9(5)    VALUE ZERO.
           02 WS-No-Results-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Not-Assessed-Count PIC 9(5)    VALUE ZERO.
           02 WS-Standings-Changed  PIC 9(5)    VALUE ZERO.
           02 WS-Letters-Printed    PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Movers-Listed      PIC 9(5)    VALUE ZERO.

      * Assessed students by the standing they end the run on, in
      * rank order.
       01  WS-Standing-Counts.
           02 WS-Standing-Count     PIC 9(5)    OCCURS 4 TIMES.

       01  AUD-Action-Tmp           PIC X(14)   VALUE SPACES.

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Letter-Title-Line.
           02 FILLER                PIC X(30)   VALUE
              "NOTICE OF ACADEMIC STANDING   ".
           02 FILLER                PIC X(6)    VALUE "TERM  ".
           02 LTL-Term-Id           PIC X(6).
           02 FILLER                PIC X(8)    VALUE "  DATE  ".
           02 LTL-Date              PIC 9(8).
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Letter-Name-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 LNL-StudentName       PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 LNL-StudentId         PIC 9(7).
           02 FILLER                PIC X(49)   VALUE SPACES.

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

       01  WS-Letter-GPA-Line.
           02 FILLER                PIC X(11)   VALUE "TERM GPA : ".
           02 LGL-Term-GPA          PIC 9.99.
           02 FILLER                PIC X(22)   VALUE
              "     CUMULATIVE GPA : ".
           02 LGL-Cum-GPA           PIC 9.99.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Letter-Standing-Line.
           02 FILLER                PIC X(32)   VALUE
              "YOUR ACADEMIC STANDING IS NOW : ".
           02 LSL-Label             PIC X(10).
           02 FILLER                PIC X(38)   VALUE SPACES.

       01  WS-Letter-Text-Line.
           02 LXL-Text              PIC X(60).
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Letter-Sign-Line      PIC X(80)   VALUE
           "THE REGISTRAR".

       01  WS-Report-Title-Line.
           02 FILLER                PIC X(36)   VALUE
              "ACADEMIC STANDING MOVEMENTS - TERM ".
           02 RTL-Term-Id           PIC X(6).
           02 FILLER                PIC X(8)    VALUE "  DATE  ".
           02 RTL-Date              PIC 9(8).
           02 FILLER                PIC X(22)   VALUE SPACES.

       01  WS-Report-Column-Line    PIC X(80)   VALUE
           "  STUD-ID  NAME          FROM          TO           TERM
      -    "   CUM".

       01  WS-Course-Head-Line.
           02 FILLER                PIC X(7)    VALUE "COURSE ".
           02 CHL-CourseCode        PIC X(4).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 CHL-CourseName        PIC X(30).
           02 FILLER                PIC X(37)   VALUE SPACES.

       01  WS-Mover-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 MDL-StudentId         PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 MDL-StudentName       PIC X(12).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 MDL-From-Label        PIC X(10).
           02 FILLER                PIC X(4)    VALUE " -> ".
           02 MDL-To-Label          PIC X(10).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 MDL-Term-GPA          PIC 9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 MDL-Cum-GPA           PIC 9.99.
           02 FILLER                PIC X(18)   VALUE SPACES.

       01  WS-Course-Total-Line.
           02 FILLER                PIC X(6)    VALUE "  -- ".
           02 CTL-CourseCode        PIC X(4).
           02 FILLER                PIC X(22)   VALUE
              " students moved     : ".
           02 CTL-Count             PIC ZZZZ9.
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-No-Movers-Line        PIC X(80)   VALUE
           "NO STUDENT CHANGED STANDING THIS TERM".

       01  WS-Summary-Line.
           02 FILLER                PIC X(22)   VALUE
              "STUDENTS NOW IN      ".
           02 SML-Label             PIC X(10).
           02 FILLER                PIC X(3)    VALUE " : ".
           02 SML-Count             PIC ZZZZ9.
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The end-of-term standing run, after GradePost - each active
      * student's term and cumulative GPA off RESULTS.DAT set
      * against the STANDTHR.DAT bands. A student already below
      * good standing who is still below it this term moves one
      * step further down instead of holding the same band term
      * after term. Every change is audited and lettered (SUPPRESS
      * .DAT honored, CORRHIST.DAT logged), and the registrar's
      * report lists everyone who moved, course by course. A rerun
      * inside the same term starts again from the standing each
      * student held before the term, so it never escalates twice.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM GetCurrentTerm
            IF NOT CurrentTermFound
                DISPLAY "AcadStanding - NO CURRENT TERM ON TERMS.DAT "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadThresholdTable
            IF ThresholdTableCount = ZERO
                DISPLAY "AcadStanding - NO STANDING BANDS ON "
                    "STANDTHR.DAT - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadCourseTable
            PERFORM LoadEnrollTable
            PERFORM LoadSuppressTable
            PERFORM LoadStandingTable
            PERFORM AccumulateResults
            MOVE ZERO TO WS-Standing-Counts

            SORT StandingSortFile
                ON ASCENDING KEY SS-CourseCode
                ON ASCENDING KEY SS-StudentId
                INPUT PROCEDURE IS AssessAllStudents
                OUTPUT PROCEDURE IS PrintStandingReport

            PERFORM StoreStandingTable
            PERFORM DisplayRunTotals
            STOP RUN.

       AssessAllStudents.
            OPEN INPUT StudentFile
            OPEN EXTEND AuditFile
            OPEN EXTEND CorrHistFile
            OPEN OUTPUT LetterFile
            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM AssessOneStudent
                END-READ
            END-PERFORM
            CLOSE StudentFile
            CLOSE AuditFile
            CLOSE CorrHistFile
            CLOSE LetterFile.

      * Active students with graded results only. One with nothing
      * graded this term keeps whatever standing they hold - there
      * is nothing new to judge them on.
       AssessOneStudent.
            ADD 1 TO WS-Students-Scanned
            IF ActiveStudent
                MOVE StudentId TO WS-Look-Id
                PERFORM LocateGpaEntry
                PERFORM LocateStandingEntry
                EVALUATE TRUE
                    WHEN WS-Gpa-Sub = ZERO
                        ADD 1 TO WS-No-Results-Count
                    WHEN GP-Term-Count(WS-Gpa-Sub) = ZERO
                        ADD 1 TO WS-Not-Assessed-Count
                    WHEN OTHER
                        PERFORM SetStudentStanding
                END-EVALUATE
            END-IF.

       SetStudentStanding.
            ADD 1 TO WS-Students-Assessed
            COMPUTE WS-Term-GPA ROUNDED =
                GP-Term-Points(WS-Gpa-Sub) / GP-Term-Count(WS-Gpa-Sub)
            COMPUTE WS-Cum-GPA ROUNDED =
                GP-Cum-Points(WS-Gpa-Sub) / GP-Cum-Count(WS-Gpa-Sub)
            MOVE "G" TO WS-Base-Standing
            MOVE "G" TO WS-OnFile-Standing
            IF WS-Stand-Sub > ZERO
                MOVE ST-Standing-Tbl(WS-Stand-Sub)
                    TO WS-OnFile-Standing
                IF ST-Term-Tbl(WS-Stand-Sub) = WS-Current-Term-Id
                    MOVE ST-Prev-Tbl(WS-Stand-Sub) TO WS-Base-Standing
                ELSE
                    MOVE ST-Standing-Tbl(WS-Stand-Sub)
                        TO WS-Base-Standing
                END-IF
            END-IF
            PERFORM ClassifyCumulativeGPA
            MOVE WS-Band-Standing TO WS-New-Standing
            MOVE WS-Base-Standing TO WS-Rank-Code
            PERFORM GetStandingRank
            MOVE WS-Rank-Found TO WS-Base-Rank
            MOVE WS-Band-Standing TO WS-Rank-Code
            PERFORM GetStandingRank
            MOVE WS-Rank-Found TO WS-Band-Rank
            IF WS-Band-Rank > 1
               AND WS-Base-Rank >= WS-Band-Rank
               AND WS-Term-GPA < WS-Good-Floor
                COMPUTE WS-New-Rank = WS-Base-Rank + 1
                IF WS-New-Rank > 4
                    MOVE 4 TO WS-New-Rank
                END-IF
                MOVE SN-Code(WS-New-Rank) TO WS-New-Standing
            END-IF
            MOVE WS-New-Standing TO WS-Rank-Code
            PERFORM GetStandingRank
            MOVE WS-Rank-Found TO WS-New-Rank
            ADD 1 TO WS-Standing-Count(WS-New-Rank)
            PERFORM RecordStanding
            IF WS-New-Standing NOT = WS-OnFile-Standing
                ADD 1 TO WS-Standings-Changed
                PERFORM WriteAuditRecord
                PERFORM IssueStandingLetter
            END-IF
            IF WS-New-Standing NOT = WS-Base-Standing
                PERFORM ReleaseMoverRecords
            END-IF.

       RecordStanding.
            IF WS-Stand-Sub = ZERO
                SET StandTblIdx TO StandTableCount
                SET StandTblIdx UP BY 1
                SET StandTableCount TO StandTblIdx
                SET WS-Stand-Sub TO StandTblIdx
                MOVE StudentId TO ST-StudentId-Tbl(WS-Stand-Sub)
            END-IF
            MOVE WS-New-Standing    TO ST-Standing-Tbl(WS-Stand-Sub)
            MOVE WS-Base-Standing   TO ST-Prev-Tbl(WS-Stand-Sub)
            MOVE WS-Current-Term-Id TO ST-Term-Tbl(WS-Stand-Sub)
            MOVE WS-Term-GPA        TO ST-TermGPA-Tbl(WS-Stand-Sub)
            MOVE WS-Cum-GPA         TO ST-CumGPA-Tbl(WS-Stand-Sub)
            MOVE WS-Business-Date   TO ST-Date-Tbl(WS-Stand-Sub).

      * The highest band floor the cumulative GPA reaches wins;
      * under every floor is suspension.
       ClassifyCumulativeGPA.
            MOVE "N" TO WS-Band-Found-Switch
            MOVE ZERO TO WS-Best-Floor
            MOVE "S" TO WS-Band-Standing
            PERFORM VARYING ThreshIdx FROM 1 BY 1
                    UNTIL ThreshIdx > ThresholdTableCount
                IF WS-Cum-GPA >= TH-MinGPA-Tbl(ThreshIdx)
                   AND (NOT BandFound
                        OR TH-MinGPA-Tbl(ThreshIdx) >= WS-Best-Floor)
                    SET BandFound TO TRUE
                    MOVE TH-MinGPA-Tbl(ThreshIdx) TO WS-Best-Floor
                    MOVE TH-Standing-Tbl(ThreshIdx)
                        TO WS-Band-Standing
                END-IF
            END-PERFORM.

      * Rank 1 (good) through 4 (suspended) for the code in
      * WS-Rank-Code; an unknown code reads as good.
       GetStandingRank.
            MOVE 1 TO WS-Rank-Found
            PERFORM VARYING WS-Rank-Sub FROM 1 BY 1
                    UNTIL WS-Rank-Sub > 4
                IF SN-Code(WS-Rank-Sub) = WS-Rank-Code
                    MOVE WS-Rank-Sub TO WS-Rank-Found
                END-IF
            END-PERFORM.

      * A mover is listed under the primary course off the master
      * and under every further course on ENROLL.DAT.
       ReleaseMoverRecords.
            MOVE CourseCode OF StudentMasterRecord TO WS-Wanted-Course
            PERFORM ReleaseOneMover
            PERFORM VARYING EnrollIdx FROM 1 BY 1
                    UNTIL EnrollIdx > EnrollTableCount
                IF EN-StudentId-Tbl(EnrollIdx) = StudentId
                   AND EN-CourseCode-Tbl(EnrollIdx) NOT =
                       CourseCode OF StudentMasterRecord
                    MOVE EN-CourseCode-Tbl(EnrollIdx)
                        TO WS-Wanted-Course
                    PERFORM ReleaseOneMover
                END-IF
            END-PERFORM.

       ReleaseOneMover.
            MOVE WS-Wanted-Course  TO SS-CourseCode
            MOVE StudentId         TO SS-StudentId
            MOVE Surname OF StudentMasterRecord  TO SS-Surname
            MOVE Initials OF StudentMasterRecord TO SS-Initials
            MOVE WS-Base-Standing  TO SS-From-Standing
            MOVE WS-New-Standing   TO SS-To-Standing
            MOVE WS-Term-GPA       TO SS-Term-GPA
            MOVE WS-Cum-GPA        TO SS-Cum-GPA
            RELEASE StandingSortRecord.

       IssueStandingLetter.
            PERFORM CheckSuppression
            IF PartyIsSuppressed
                ADD 1 TO WS-Suppressed-Count
            ELSE
                PERFORM PrintStandingLetter
                PERFORM WriteCorrespondence
                ADD 1 TO WS-Letters-Printed
            END-IF.

       PrintStandingLetter.
            MOVE WS-Current-Term-Id TO LTL-Term-Id
            MOVE WS-Business-Date   TO LTL-Date
            MOVE WS-Letter-Title-Line TO ShowLetter
            IF WS-Letters-Printed = ZERO
                WRITE ShowLetter
            ELSE
                WRITE ShowLetter AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE WS-Formatted-Name TO LNL-StudentName
            MOVE StudentId         TO LNL-StudentId
            MOVE WS-Letter-Name-Line TO ShowLetter
            WRITE ShowLetter
            MOVE Street TO SL-Street
            MOVE WS-Street-Line TO ShowLetter
            WRITE ShowLetter
            MOVE City       TO CL-City
            MOVE PostalCode TO CL-PostalCode
            MOVE WS-City-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Term-GPA TO LGL-Term-GPA
            MOVE WS-Cum-GPA  TO LGL-Cum-GPA
            MOVE WS-Letter-GPA-Line TO ShowLetter
            WRITE ShowLetter
            MOVE SN-Label(WS-New-Rank) TO LSL-Label
            MOVE WS-Letter-Standing-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE LT-Line-1(WS-New-Rank) TO LXL-Text
            MOVE WS-Letter-Text-Line TO ShowLetter
            WRITE ShowLetter
            MOVE LT-Line-2(WS-New-Rank) TO LXL-Text
            MOVE WS-Letter-Text-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Letter-Sign-Line TO ShowLetter
            WRITE ShowLetter.

       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            MOVE "STANDING  " TO CRH-Doc-Type
            MOVE WS-Business-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * A standing change never touches the master record, so the
      * images stay blank; the action names the move, old code to
      * new.
       WriteAuditRecord.
            MOVE "STANDING G-G" TO AUD-Action-Tmp
            MOVE WS-OnFile-Standing TO AUD-Action-Tmp(10:1)
            MOVE WS-New-Standing    TO AUD-Action-Tmp(12:1)
            MOVE "ACADSTAND"        TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE StudentId          TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE CourseCode OF StudentMasterRecord
                                    TO AUD-Before-CourseCode
            MOVE CourseCode OF StudentMasterRecord
                                    TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

      * The registrar's report - every mover under each of their
      * courses with the course's count, then the whole assessed
      * body by the standing it ends the run on.
       PrintStandingReport.
            OPEN OUTPUT ReportFile
            MOVE WS-Current-Term-Id TO RTL-Term-Id
            MOVE WS-Business-Date   TO RTL-Date
            MOVE WS-Report-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Report-Column-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            RETURN StandingSortFile
                AT END SET EndOfSortReturn TO TRUE
            END-RETURN
            PERFORM UNTIL EndOfSortReturn
                IF NOT FirstSortRecord
                   AND SS-CourseCode NOT = WS-Prev-CourseCode
                    PERFORM PrintCourseTotal
                END-IF
                IF FirstSortRecord
                   OR SS-CourseCode NOT = WS-Prev-CourseCode
                    PERFORM PrintCourseHeading
                END-IF
                MOVE "N" TO WS-First-Record-Switch
                MOVE SS-CourseCode TO WS-Prev-CourseCode
                PERFORM PrintMoverLine
                RETURN StandingSortFile
                    AT END SET EndOfSortReturn TO TRUE
                END-RETURN
            END-PERFORM
            IF FirstSortRecord
                MOVE WS-No-Movers-Line TO ShowReport
                WRITE ShowReport
            ELSE
                PERFORM PrintCourseTotal
            END-IF
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING WS-Rank-Sub FROM 1 BY 1
                    UNTIL WS-Rank-Sub > 4
                MOVE SN-Label(WS-Rank-Sub) TO SML-Label
                MOVE WS-Standing-Count(WS-Rank-Sub) TO SML-Count
                MOVE WS-Summary-Line TO ShowReport
                WRITE ShowReport
            END-PERFORM
            MOVE WS-End-Of-Report-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile.

       PrintCourseHeading.
            MOVE SS-CourseCode TO CHL-CourseCode
            MOVE SPACES TO CHL-CourseName
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) = SS-CourseCode
                        MOVE CourseName-Tbl(CourseIdx)
                            TO CHL-CourseName
                END-SEARCH
            END-IF
            MOVE WS-Course-Head-Line TO ShowReport
            WRITE ShowReport
            MOVE ZERO TO WS-Course-Movers.

       PrintMoverLine.
            MOVE SS-StudentId TO MDL-StudentId
            MOVE SS-Surname   TO WS-Name-Surname
            MOVE SS-Initials  TO WS-Name-Initials
            MOVE WS-Formatted-Name TO MDL-StudentName
            MOVE SS-From-Standing TO WS-Rank-Code
            PERFORM GetStandingRank
            MOVE SN-Label(WS-Rank-Found) TO MDL-From-Label
            MOVE SS-To-Standing TO WS-Rank-Code
            PERFORM GetStandingRank
            MOVE SN-Label(WS-Rank-Found) TO MDL-To-Label
            MOVE SS-Term-GPA TO MDL-Term-GPA
            MOVE SS-Cum-GPA  TO MDL-Cum-GPA
            MOVE WS-Mover-Detail-Line TO ShowReport
            WRITE ShowReport
            ADD 1 TO WS-Course-Movers
            ADD 1 TO WS-Movers-Listed.

       PrintCourseTotal.
            MOVE WS-Prev-CourseCode TO CTL-CourseCode
            MOVE WS-Course-Movers   TO CTL-Count
            MOVE WS-Course-Total-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport.

      * One pass of RESULTS.DAT - a sitting dated inside the current
      * term counts toward the term GPA, and every sitting up to the
      * term's end toward the cumulative one. A grade the points
      * table does not know (an incomplete, a withdrawal code) stays
      * out of both, as it does on the transcript.
       AccumulateResults.
            OPEN INPUT ResultsFile
            IF WS-Results-Status NOT = "00"
                SET EndOfResultsFile TO TRUE
            ELSE
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfResultsFile
                IF RES-Date <= WS-Term-End-Date
                    PERFORM TallyOneResult
                END-IF
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Results-Status NOT = "35"
                CLOSE ResultsFile
            END-IF.

       TallyOneResult.
            MOVE "N" TO WS-Grade-Found-Switch
            SET GradeIdx TO 1
            SEARCH GradePointEntry
               AT END CONTINUE
               WHEN GradeLetter(GradeIdx) = RES-Grade(1:1)
                    SET GradeLetterKnown TO TRUE
                    MOVE GradePoints(GradeIdx) TO WS-Grade-Points
            END-SEARCH
            IF GradeLetterKnown
                MOVE RES-StudentId TO WS-Look-Id
                PERFORM LocateGpaEntry
                IF WS-Gpa-Sub = ZERO
                    SET GpaIdx TO GpaTableCount
                    SET GpaIdx UP BY 1
                    SET GpaTableCount TO GpaIdx
                    SET WS-Gpa-Sub TO GpaIdx
                    MOVE RES-StudentId TO GP-StudentId-Tbl(WS-Gpa-Sub)
                    MOVE ZERO TO GP-Term-Points(WS-Gpa-Sub)
                    MOVE ZERO TO GP-Term-Count(WS-Gpa-Sub)
                    MOVE ZERO TO GP-Cum-Points(WS-Gpa-Sub)
                    MOVE ZERO TO GP-Cum-Count(WS-Gpa-Sub)
                END-IF
                ADD WS-Grade-Points TO GP-Cum-Points(WS-Gpa-Sub)
                ADD 1 TO GP-Cum-Count(WS-Gpa-Sub)
                IF RES-Date >= WS-Term-Start-Date
                    ADD WS-Grade-Points TO GP-Term-Points(WS-Gpa-Sub)
                    ADD 1 TO GP-Term-Count(WS-Gpa-Sub)
                END-IF
            END-IF.

       LocateGpaEntry.
            MOVE ZERO TO WS-Gpa-Sub
            IF GpaTableCount > ZERO
                SET GpaIdx TO 1
                SEARCH GpaEntry
                   AT END MOVE ZERO TO WS-Gpa-Sub
                   WHEN GP-StudentId-Tbl(GpaIdx) = WS-Look-Id
                        SET WS-Gpa-Sub TO GpaIdx
                END-SEARCH
            END-IF.

       LocateStandingEntry.
            MOVE ZERO TO WS-Stand-Sub
            IF StandTableCount > ZERO
                SET StandTblIdx TO 1
                SEARCH StandEntry
                   AT END MOVE ZERO TO WS-Stand-Sub
                   WHEN ST-StudentId-Tbl(StandTblIdx) = WS-Look-Id
                        SET WS-Stand-Sub TO StandTblIdx
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

      * Rows with a standing code the run does not know, or a floor
      * keyed non-numeric, are passed over. The good band's floor is
      * also the line a term GPA must reach to stop a slide.
       LoadThresholdTable.
            OPEN INPUT ThresholdFile
            IF WS-Threshold-Status NOT = "00"
                SET EndOfThresholdFile TO TRUE
            ELSE
                READ ThresholdFile
                    AT END SET EndOfThresholdFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfThresholdFile
                IF STH-Min-GPA-X NUMERIC
                   AND (STH-Standing = "G" OR "W" OR "P" OR "S")
                   AND ThresholdTableCount < 10
                    SET ThreshIdx TO ThresholdTableCount
                    SET ThreshIdx UP BY 1
                    SET ThresholdTableCount TO ThreshIdx
                    MOVE STH-Standing TO TH-Standing-Tbl(ThreshIdx)
                    MOVE STH-Min-GPA-X TO WS-Min-GPA-X
                    MOVE WS-Min-GPA-Num TO TH-MinGPA-Tbl(ThreshIdx)
                    IF STH-Standing = "G"
                        MOVE WS-Min-GPA-Num TO WS-Good-Floor
                    END-IF
                END-IF
                READ ThresholdFile
                    AT END SET EndOfThresholdFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Threshold-Status NOT = "35"
                CLOSE ThresholdFile
            END-IF.

      * No STANDING.DAT yet (a "35" status) just means this is the
      * first standing run - everybody starts in good standing.
       LoadStandingTable.
            OPEN INPUT StandingFile
            IF WS-Standing-Status NOT = "00"
                SET EndOfStandingFile TO TRUE
            ELSE
                READ StandingFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfStandingFile
                SET StandTblIdx TO StandTableCount
                SET StandTblIdx UP BY 1
                SET StandTableCount TO StandTblIdx
                MOVE STD-StudentId     TO ST-StudentId-Tbl(StandTblIdx)
                MOVE STD-Standing      TO ST-Standing-Tbl(StandTblIdx)
                MOVE STD-Prev-Standing TO ST-Prev-Tbl(StandTblIdx)
                MOVE STD-Term-Id       TO ST-Term-Tbl(StandTblIdx)
                MOVE STD-Term-GPA      TO ST-TermGPA-Tbl(StandTblIdx)
                MOVE STD-Cum-GPA       TO ST-CumGPA-Tbl(StandTblIdx)
                MOVE STD-Date          TO ST-Date-Tbl(StandTblIdx)
                READ StandingFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Standing-Status NOT = "35"
                CLOSE StandingFile
            END-IF.

       StoreStandingTable.
            OPEN OUTPUT StandingFile
            PERFORM VARYING StandTblIdx FROM 1 BY 1
                    UNTIL StandTblIdx > StandTableCount
                MOVE ST-StudentId-Tbl(StandTblIdx) TO STD-StudentId
                MOVE ST-Standing-Tbl(StandTblIdx)  TO STD-Standing
                MOVE ST-Prev-Tbl(StandTblIdx)      TO STD-Prev-Standing
                MOVE ST-Term-Tbl(StandTblIdx)      TO STD-Term-Id
                MOVE ST-TermGPA-Tbl(StandTblIdx)   TO STD-Term-GPA
                MOVE ST-CumGPA-Tbl(StandTblIdx)    TO STD-Cum-GPA
                MOVE ST-Date-Tbl(StandTblIdx)      TO STD-Date
                WRITE StandingRecord
            END-PERFORM
            CLOSE StandingFile.

      * No ENROLL.DAT yet (a "35" status) just means nobody takes a
      * second course - movers list under their primary course only.
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

      * No TERMS.DAT (a "35" status) reads the same as no current
      * term - the run then has no term to judge and stops.
       GetCurrentTerm.
            MOVE "N" TO WS-Term-Found-Switch
            OPEN INPUT TermFile
            IF WS-Term-Status NOT = "00"
                SET EndOfTermFile TO TRUE
            ELSE
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTermFile
                IF CurrentTerm
                    SET CurrentTermFound TO TRUE
                    MOVE TRM-Term-Id    TO WS-Current-Term-Id
                    MOVE TRM-Start-Date TO WS-Term-Start-Date
                    MOVE TRM-End-Date   TO WS-Term-End-Date
                END-IF
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Term-Status NOT = "35"
                CLOSE TermFile
            END-IF.

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

      * No SIGNON.DAT (a "35" status) means no operator session left
      * an id behind - the run is audited as BATCH.
       GetOperatorId.
            MOVE "BATCH" TO WS-Operator-Id
            OPEN INPUT SignonFile
            IF WS-Signon-Status = "00"
                READ SignonFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE SGN-Operator-Id TO WS-Operator-Id
                END-READ
                CLOSE SignonFile
            END-IF.

       DisplayRunTotals.
            DISPLAY "AcadStanding - Control Report"
            DISPLAY "Term                 : " WS-Current-Term-Id
            DISPLAY "Students scanned     : " WS-Students-Scanned
            DISPLAY "Students assessed    : " WS-Students-Assessed
            DISPLAY "No graded results    : " WS-No-Results-Count
            DISPLAY "Nothing graded term  : " WS-Not-Assessed-Count
            DISPLAY "Standings changed    : " WS-Standings-Changed
            DISPLAY "Letters printed      : " WS-Letters-Printed
            DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            DISPLAY "Movers listed        : " WS-Movers-Listed.

       END PROGRAM AcadStanding.
