      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DunningRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

      * Walked by the student alternate key - the open items of one
      * student at a time.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * An invoice under a plan falls overdue installment by
      * installment, the way AgedReceivables ages it.
           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

      * The letter levels - the days overdue that earn each letter
      * and what it says, so the bursar moves a threshold or
      * rewords a letter by editing a file.
           SELECT PolicyFile ASSIGN "DUNNPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Policy-Status.

           SELECT DunningFile ASSIGN "DUNNING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Dunning-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

      * Every dunning letter that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The shop calendar and the policy saying whether the level
      * thresholds count working days or calendar days.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

           SELECT LetterFile ASSIGN "DUNNLTR.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN "DUNNREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

      * One H row per level (1, 2 or 3) carrying the days overdue
      * that earn the letter and its title, then that level's T rows
      * carrying the body of the letter in print order.
       FD  PolicyFile.
       01  PolicyRecord.
           02 DNP-Level            PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 DNP-Line-Type        PIC X.
               88 PolicyHeadRow                VALUE "H".
               88 PolicyTextRow                VALUE "T".
           02 FILLER               PIC X       VALUE SPACE.
           02 DNP-Days-X           PIC X(3).
           02 FILLER               PIC X       VALUE SPACE.
           02 DNP-Text             PIC X(60).

       FD  DunningFile.
           COPY DUNNING.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  LetterFile.
       01  ShowLetter               PIC X(80).

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Invoice-Status        PIC XX      VALUE SPACES.
       01  WS-Plan-Status           PIC XX      VALUE SPACES.
       01  WS-Policy-Status         PIC XX      VALUE SPACES.
       01  WS-Dunning-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Invoice-EOF-Switch    PIC X       VALUE "N".
           88 EndOfInvoiceWalk                  VALUE "Y".
       01  WS-Invoice-File-Sw       PIC X       VALUE "N".
           88 InvoiceFileOnHand                 VALUE "Y".
       01  WS-Plan-EOF-Switch       PIC X       VALUE "N".
           88 EndOfPlanFile                     VALUE "Y".
       01  WS-Policy-EOF-Switch     PIC X       VALUE "N".
           88 EndOfPolicyFile                   VALUE "Y".
       01  WS-Dunning-EOF-Switch    PIC X       VALUE "N".
           88 EndOfDunningFile                  VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.

      * A second letter inside this many days of the last one is
      * held back to the next run - nobody hears from us twice in
      * a week.
       01  WS-Min-Letter-Gap        PIC 9(3)    VALUE 7.

      * The three letter levels off DUNNPOL.DAT, by level number.
       01  PolicyLevels.
           02 PolicyLevel           OCCURS 3 TIMES.
               03 PV-Loaded         PIC X.
                   88 PolicyLevelLoaded         VALUE "Y".
               03 PV-Days           PIC 9(3).
               03 PV-Title          PIC X(60).
               03 PV-Text-Count     PIC 9(2).
               03 PV-Text           PIC X(60) OCCURS 12 TIMES.
       01  WS-Level-Sub             PIC 9       VALUE ZERO.
       01  WS-Text-Sub              PIC 9(2)    VALUE ZERO.
       01  WS-Policy-Days-X         PIC X(3)    VALUE SPACES.
       01  WS-Policy-Days-Num REDEFINES WS-Policy-Days-X
                                    PIC 9(3).
       01  WS-Policy-Error-Switch   PIC X       VALUE "N".
           88 PolicyInError                     VALUE "Y".

       01  PlanTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  PlanTable.
           02 PlanEntry             OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON PlanTableCount
                                     INDEXED BY PlanIdx.
               03 PL-StudentId-Tbl  PIC 9(7).
               03 PL-CourseCode-Tbl PIC X(4).
               03 PL-DueDate-Tbl    PIC 9(8).
               03 PL-Amount-Tbl     PIC 9(5)V99.
               03 PL-Status-Tbl     PIC X.

       01  WS-Plan-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Plan-Found-Switch     PIC X       VALUE "N".
           88 InvoiceIsPlanned                  VALUE "Y".

      * DUNNING.DAT rides in this table for the run - students
      * dunned for the first time append, the rest update in place,
      * and the table stores back at end of run without the rows
      * whose balance has cleared.
       01  DunTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  DunTable.
           02 DunEntry              OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON DunTableCount
                                     INDEXED BY DunIdx.
               03 DN-StudentId-Tbl  PIC 9(7).
               03 DN-Level-Tbl      PIC 9.
               03 DN-Date-Tbl       PIC 9(8).
               03 DN-Overdue-Tbl    PIC 9(7)V99.
               03 DN-Hold-Tbl       PIC X.
               03 DN-Cleared-Tbl    PIC X.
       01  WS-Dun-Sub               PIC 9(5)    COMP VALUE ZERO.

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

      * The student's overdue invoices as the letter lists them.
       01  OverdueCount             PIC 9(2)    COMP VALUE ZERO.
       01  OverdueList.
           02 OverdueEntry          OCCURS 1 TO 20 TIMES
                                     DEPENDING ON OverdueCount.
               03 OD-Number         PIC 9(6).
               03 OD-CourseCode     PIC X(4).
               03 OD-Due-Date       PIC 9(8).
               03 OD-Amount         PIC 9(7)V99.
       01  WS-Overdue-Sub           PIC 9(2)    COMP VALUE ZERO.

      * Per student, off the invoice walk.
       01  WS-Open-Balance          PIC 9(7)V99 VALUE ZERO.
       01  WS-Overdue-Total         PIC 9(7)V99 VALUE ZERO.
       01  WS-Oldest-Days           PIC S9(5)   VALUE ZERO.
       01  WS-Invoice-Overdue       PIC 9(7)V99 VALUE ZERO.
       01  WS-Invoice-Oldest-Date   PIC 9(8)    VALUE ZERO.
       01  WS-Open-Amount           PIC 9(7)V99 VALUE ZERO.
       01  WS-Remaining-Amount      PIC 9(7)V99 VALUE ZERO.
       01  WS-Portion-Amount        PIC 9(7)V99 VALUE ZERO.

       01  WS-Target-Level          PIC 9       VALUE ZERO.
       01  WS-Current-Level         PIC 9       VALUE ZERO.
       01  WS-Letter-Level          PIC 9       VALUE ZERO.
       01  WS-Days-Since-Letter     PIC S9(5)   VALUE ZERO.

      * Age in days approximated from the calendar fields, months
      * at thirty days - the same reckoning AgedReceivables bands
      * with.
       01  WS-Age-Date              PIC 9(8)    VALUE ZERO.
       01  WS-Age-Days              PIC S9(5)   VALUE ZERO.
       01  WS-Today-Split.
           02 WS-Today-YYYY         PIC 9(4).
           02 WS-Today-MM           PIC 9(2).
           02 WS-Today-DD           PIC 9(2).
       01  WS-Age-Date-Split.
           02 WS-Age-YYYY           PIC 9(4).
           02 WS-Age-MM             PIC 9(2).
           02 WS-Age-DD             PIC 9(2).

      * The shop calendar as this run counts it - the policy rule
      * for the use, and only the days that break the Monday-to-
      * Friday pattern (a weekday holiday or closure, a working
      * weekend day); any other day works Monday to Friday.
       01  WS-Calendar-Status      PIC XX      VALUE SPACES.
       01  WS-CalPol-Status        PIC XX      VALUE SPACES.
       01  WS-Calendar-EOF-Switch  PIC X       VALUE "N".
           88 EndOfCalendarFile                VALUE "Y".
       01  WS-CalPol-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCalPolFile                  VALUE "Y".
       01  WS-Cal-Use              PIC X(8)    VALUE "DUNNING".
       01  WS-Cal-Rule             PIC X       VALUE "C".
           88 CountWorkingDays                 VALUE "W".

       01  OffPatternCount         PIC 9(4)    COMP VALUE ZERO.
       01  OffPatternTable.
           02 OffPatternEntry      OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON OffPatternCount
                                    INDEXED BY OffPatternIdx.
               03 OP-Date-Tbl      PIC 9(8).
               03 OP-Type-Tbl      PIC X.

       01  WS-Cal-Split.
           02 WS-Cal-YYYY          PIC 9(4).
           02 WS-Cal-MM            PIC 9(2).
           02 WS-Cal-DD            PIC 9(2).
       01  WS-Cal-Date REDEFINES WS-Cal-Split
                                   PIC 9(8).
       01  WS-Cal-Weekday          PIC 9       VALUE ZERO.
       01  WS-Cal-Working-Switch   PIC X       VALUE "Y".
           88 CalDayIsWorking                  VALUE "Y".

       01  WS-Zeller-Year          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Month         PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Century       PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-YY            PIC 9(2)    VALUE ZERO.
       01  WS-Zeller-Term          PIC 9(4)    VALUE ZERO.
       01  WS-Zeller-Sum           PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Quot          PIC 9(5)    VALUE ZERO.
       01  WS-Zeller-Day           PIC 9       VALUE ZERO.

      * Days per month, February corrected for leap years below.
       01  CalMonthDayValues.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 28.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
           02 FILLER  PIC 99 VALUE 30.
           02 FILLER  PIC 99 VALUE 31.
       01  CalMonthDayTable REDEFINES CalMonthDayValues.
           02 CalMonthDays PIC 99 OCCURS 12 TIMES.

       01  WS-Cal-Month-Length     PIC 99      VALUE ZERO.
       01  WS-Cal-Year-Rem         PIC 9(4)    VALUE ZERO.
       01  WS-Cal-Year-Quot        PIC 9(4)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Scanned   PIC 9(7)    VALUE ZERO.
           02 WS-Students-Overdue   PIC 9(5)    VALUE ZERO.
           02 WS-Letters-Printed    PIC 9(5)    VALUE ZERO.
           02 WS-Letters-Held       PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.
           02 WS-Holds-Set          PIC 9(5)    VALUE ZERO.
           02 WS-Holds-Lifted       PIC 9(5)    VALUE ZERO.
           02 WS-Accounts-Cleared   PIC 9(5)    VALUE ZERO.
           02 WS-Level-Letters      PIC 9(5)    OCCURS 3 TIMES.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Dunned,
                               MONEY-EDIT  BY WS-Total-Dunned-Edit,
                               MONEY-VALUE BY ZERO.

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Letter-Date-Line.
           02 FILLER                PIC X(50)   VALUE SPACES.
           02 FILLER                PIC X(6)    VALUE "DATE  ".
           02 LDL-Date              PIC 9(8).
           02 FILLER                PIC X(16)   VALUE SPACES.

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

       01  WS-Letter-Text-Line.
           02 LXL-Text              PIC X(60).
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Overdue-Column-Line   PIC X(80)   VALUE
           "    INVOICE  COURSE  OVERDUE SINCE        AMOUNT".

       01  WS-Overdue-Detail-Line.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 ODL-Number            PIC 9(6).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 ODL-CourseCode        PIC X(4).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 ODL-Due-Date          PIC 9(8).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 ODL-Amount            PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Overdue-Total-Line.
           02 FILLER                PIC X(29)   VALUE
              "    TOTAL NOW OVERDUE       ".
           02 OTL-Amount            PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Balance-Line.
           02 FILLER                PIC X(29)   VALUE
              "    TOTAL TUITION BALANCE   ".
           02 BAL-Amount            PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Letter-Sign-Line      PIC X(80)   VALUE
           "THE BURSAR".

       01  WS-Register-Title-Line.
           02 FILLER                PIC X(40)   VALUE
              "DUNNING REGISTER - BUSINESS DATE       ".
           02 RTL-Date              PIC 9(8).
           02 RTL-Day-Basis         PIC X(20)   VALUE SPACES.
           02 FILLER                PIC X(12)   VALUE SPACES.

       01  WS-Register-Column-Line  PIC X(80)   VALUE
           "  STUD-ID  NAME          LEVEL  DAYS      OVERDUE  ACTION".

       01  WS-Register-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-StudentId         PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-StudentName       PIC X(12).
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 RDL-Level             PIC 9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-Days              PIC ZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Overdue           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-Action            PIC X(20).
           02 FILLER                PIC X(9)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The collections run - every student's open tuition on
      * INVOICE.DAT aged from the invoice date, or from the
      * installment due dates where PAYPLAN.DAT holds a plan, and
      * set against the DUNNPOL.DAT thresholds. A student overdue
      * past the next level's threshold gets the next letter up -
      * first reminder, second reminder, final demand - one step a
      * run, never the same letter twice and never two letters
      * inside a week. A final demand puts a hold on new
      * enrollments that stands until the balance clears. Letters
      * honor SUPPRESS.DAT and log to CORRHIST.DAT, and the
      * register lists every letter sent, held or suppressed and
      * every hold set or lifted. Under the DUNNING working-day
      * policy the thresholds count only the days the office
      * worked; the week between letters stays seven calendar days.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today-Split
            PERFORM LoadWorkingCalendar
            PERFORM LoadPolicyTable
            IF PolicyInError
                DISPLAY "DunningRun - DUNNPOL.DAT MUST HOLD LEVELS 1, "
                    "2 AND 3 WITH RISING DAYS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadPlanTable
            PERFORM LoadSuppressTable
            PERFORM LoadDunningTable
            MOVE ZERO TO WS-Level-Letters(1)
            MOVE ZERO TO WS-Level-Letters(2)
            MOVE ZERO TO WS-Level-Letters(3)

            OPEN INPUT StudentFile
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN EXTEND CorrHistFile
            OPEN OUTPUT LetterFile
            OPEN OUTPUT RegisterFile
            MOVE WS-Business-Date TO RTL-Date
            IF CountWorkingDays
                MOVE "  (WORKING DAYS)" TO RTL-Day-Basis
            END-IF
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Register-Column-Line TO ShowRegister
            WRITE ShowRegister

            MOVE LOW-VALUES TO StudentId
            START StudentFile KEY IS NOT LESS THAN StudentId
                INVALID KEY SET EndOfStudentFile TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM DunOneStudent
                END-READ
            END-PERFORM

            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-End-Of-Report-Line TO ShowRegister
            WRITE ShowRegister
            CLOSE StudentFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            CLOSE CorrHistFile
            CLOSE LetterFile
            CLOSE RegisterFile

            PERFORM StoreDunningTable
            PERFORM DisplayRunTotals
            STOP RUN.

       DunOneStudent.
            ADD 1 TO WS-Students-Scanned
            PERFORM CollectOverdueItems
            PERFORM LocateDunningEntry
            EVALUATE TRUE
                WHEN WS-Open-Balance = ZERO
                    IF WS-Dun-Sub > ZERO
                        PERFORM ClearDunningEntry
                    END-IF
                WHEN OTHER
                    PERFORM SetTargetLevel
                    IF WS-Target-Level > ZERO
                        ADD 1 TO WS-Students-Overdue
                        PERFORM DecideLetter
                    ELSE
                        PERFORM StandDownLevel
                    END-IF
            END-EVALUATE.

      * Every open invoice the student holds adds to the balance;
      * the parts of it past their due date add to the overdue
      * total and, for the letter, list against the invoice.
       CollectOverdueItems.
            MOVE ZERO TO WS-Open-Balance
            MOVE ZERO TO WS-Overdue-Total
            MOVE ZERO TO WS-Oldest-Days
            MOVE ZERO TO OverdueCount
            IF InvoiceFileOnHand
                MOVE "N" TO WS-Invoice-EOF-Switch
                MOVE StudentId TO INV-StudentId
                START InvoiceFile KEY IS NOT LESS THAN INV-StudentId
                    INVALID KEY SET EndOfInvoiceWalk TO TRUE
                END-START
                PERFORM UNTIL EndOfInvoiceWalk
                    READ InvoiceFile NEXT RECORD
                        AT END SET EndOfInvoiceWalk TO TRUE
                        NOT AT END
                            IF INV-StudentId NOT = StudentId
                                SET EndOfInvoiceWalk TO TRUE
                            ELSE
                                IF InvoiceOpen
                                    PERFORM AgeOneInvoice
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       AgeOneInvoice.
            COMPUTE WS-Open-Amount = INV-Amount - INV-Paid-Amount
            ADD WS-Open-Amount TO WS-Open-Balance
            MOVE ZERO TO WS-Invoice-Overdue
            MOVE ZERO TO WS-Invoice-Oldest-Date
            PERFORM CheckInvoicePlanned
            IF InvoiceIsPlanned
                PERFORM AgeAgainstPlan
            ELSE
                MOVE INV-Date TO WS-Age-Date
                MOVE WS-Open-Amount TO WS-Portion-Amount
                PERFORM AgeOnePortion
            END-IF
            IF WS-Invoice-Overdue > ZERO
                ADD WS-Invoice-Overdue TO WS-Overdue-Total
                IF OverdueCount < 20
                    ADD 1 TO OverdueCount
                    MOVE INV-Number
                        TO OD-Number(OverdueCount)
                    MOVE INV-CourseCode
                        TO OD-CourseCode(OverdueCount)
                    MOVE WS-Invoice-Oldest-Date
                        TO OD-Due-Date(OverdueCount)
                    MOVE WS-Invoice-Overdue
                        TO OD-Amount(OverdueCount)
                END-IF
            END-IF.

       CheckInvoicePlanned.
            MOVE "N" TO WS-Plan-Found-Switch
            IF PlanTableCount > ZERO
                SET PlanIdx TO 1
                SEARCH PlanEntry
                   AT END MOVE "N" TO WS-Plan-Found-Switch
                   WHEN PL-StudentId-Tbl(PlanIdx) = INV-StudentId
                        AND PL-CourseCode-Tbl(PlanIdx) =
                            INV-CourseCode
                        SET InvoiceIsPlanned TO TRUE
                END-SEARCH
            END-IF.

      * The open balance spread across the unmet installments in
      * schedule order, each slice falling due on its own date -
      * a student on schedule has nothing overdue. Any balance past
      * the end of the plan falls due from the invoice date.
       AgeAgainstPlan.
            MOVE WS-Open-Amount TO WS-Remaining-Amount
            PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                    UNTIL WS-Plan-Sub > PlanTableCount
                    OR WS-Remaining-Amount = ZERO
                IF PL-StudentId-Tbl(WS-Plan-Sub) = INV-StudentId
                   AND PL-CourseCode-Tbl(WS-Plan-Sub) =
                       INV-CourseCode
                   AND PL-Status-Tbl(WS-Plan-Sub) NOT = "M"
                    IF PL-Amount-Tbl(WS-Plan-Sub) <
                           WS-Remaining-Amount
                        MOVE PL-Amount-Tbl(WS-Plan-Sub)
                            TO WS-Portion-Amount
                    ELSE
                        MOVE WS-Remaining-Amount
                            TO WS-Portion-Amount
                    END-IF
                    MOVE PL-DueDate-Tbl(WS-Plan-Sub) TO WS-Age-Date
                    PERFORM AgeOnePortion
                    SUBTRACT WS-Portion-Amount
                        FROM WS-Remaining-Amount
                END-IF
            END-PERFORM
            IF WS-Remaining-Amount > ZERO
                MOVE INV-Date TO WS-Age-Date
                MOVE WS-Remaining-Amount TO WS-Portion-Amount
                PERFORM AgeOnePortion
            END-IF.

      * A slice is overdue once its date has passed; the oldest
      * slice across the student's invoices sets the letter level.
       AgeOnePortion.
            PERFORM ComputeAgeDays
            IF WS-Age-Days > ZERO AND CountWorkingDays
                PERFORM CountWorkingAgeDays
            END-IF
            IF WS-Age-Days > ZERO
                ADD WS-Portion-Amount TO WS-Invoice-Overdue
                IF WS-Invoice-Oldest-Date = ZERO
                   OR WS-Age-Date < WS-Invoice-Oldest-Date
                    MOVE WS-Age-Date TO WS-Invoice-Oldest-Date
                END-IF
                IF WS-Age-Days > WS-Oldest-Days
                    MOVE WS-Age-Days TO WS-Oldest-Days
                END-IF
            END-IF.

      * Days from WS-Age-Date to the business date; a date still
      * in the future reads as zero.
       ComputeAgeDays.
            IF WS-Age-Date >= WS-Business-Date
                MOVE ZERO TO WS-Age-Days
            ELSE
                MOVE WS-Age-Date TO WS-Age-Date-Split
                COMPUTE WS-Age-Days =
                    ((WS-Today-YYYY - WS-Age-YYYY) * 365)
                    + ((WS-Today-MM - WS-Age-MM) * 30)
                    + (WS-Today-DD - WS-Age-DD)
            END-IF.

      * The working days from the day after WS-Age-Date up to and
      * including the business date - an overdue slice the office
      * has not yet worked a day past ages as zero. A date that is
      * not a real month and day keeps its calendar age.
       CountWorkingAgeDays.
            MOVE WS-Age-Date TO WS-Cal-Date
            IF WS-Cal-MM > ZERO AND WS-Cal-MM < 13
               AND WS-Cal-DD > ZERO AND WS-Cal-DD < 32
                MOVE ZERO TO WS-Age-Days
                PERFORM UNTIL WS-Cal-Date >= WS-Business-Date
                    PERFORM StepCalendarDay
                    PERFORM TestWorkingDay
                    IF CalDayIsWorking
                        ADD 1 TO WS-Age-Days
                    END-IF
                END-PERFORM
            END-IF.

      * The highest level whose threshold the oldest overdue slice
      * has reached.
       SetTargetLevel.
            MOVE ZERO TO WS-Target-Level
            PERFORM VARYING WS-Level-Sub FROM 1 BY 1
                    UNTIL WS-Level-Sub > 3
                IF WS-Overdue-Total > ZERO
                   AND WS-Oldest-Days >= PV-Days(WS-Level-Sub)
                    MOVE WS-Level-Sub TO WS-Target-Level
                END-IF
            END-PERFORM.

      * One step up from the last letter, only when the arrears
      * have reached that step and the last letter is a week old.
       DecideLetter.
            MOVE ZERO TO WS-Current-Level
            IF WS-Dun-Sub > ZERO
                MOVE DN-Level-Tbl(WS-Dun-Sub) TO WS-Current-Level
            END-IF
            IF WS-Target-Level <= WS-Current-Level
               OR WS-Current-Level = 3
                CONTINUE
            ELSE
                COMPUTE WS-Letter-Level = WS-Current-Level + 1
                MOVE 999 TO WS-Days-Since-Letter
                IF WS-Dun-Sub > ZERO
                   AND DN-Date-Tbl(WS-Dun-Sub) > ZERO
                    MOVE DN-Date-Tbl(WS-Dun-Sub) TO WS-Age-Date
                    PERFORM ComputeAgeDays
                    MOVE WS-Age-Days TO WS-Days-Since-Letter
                END-IF
                PERFORM CheckSuppression
                EVALUATE TRUE
                    WHEN WS-Days-Since-Letter < WS-Min-Letter-Gap
                        ADD 1 TO WS-Letters-Held
                        MOVE "HELD - WITHIN A WEEK" TO RDL-Action
                        PERFORM WriteRegisterLine
                    WHEN PartyIsSuppressed
                        ADD 1 TO WS-Suppressed-Count
                        MOVE "SUPPRESSED" TO RDL-Action
                        PERFORM WriteRegisterLine
                    WHEN OTHER
                        PERFORM SendDunningLetter
                END-EVALUATE
            END-IF.

       SendDunningLetter.
            PERFORM PrintDunningLetter
            PERFORM WriteCorrespondence
            ADD 1 TO WS-Letters-Printed
            ADD 1 TO WS-Level-Letters(WS-Letter-Level)
            ADD WS-Overdue-Total TO WS-Total-Dunned
            IF WS-Dun-Sub = ZERO
                SET DunIdx TO DunTableCount
                SET DunIdx UP BY 1
                SET DunTableCount TO DunIdx
                SET WS-Dun-Sub TO DunIdx
                MOVE StudentId TO DN-StudentId-Tbl(WS-Dun-Sub)
                MOVE "N" TO DN-Hold-Tbl(WS-Dun-Sub)
                MOVE "N" TO DN-Cleared-Tbl(WS-Dun-Sub)
            END-IF
            MOVE WS-Letter-Level  TO DN-Level-Tbl(WS-Dun-Sub)
            MOVE WS-Business-Date TO DN-Date-Tbl(WS-Dun-Sub)
            MOVE WS-Overdue-Total TO DN-Overdue-Tbl(WS-Dun-Sub)
            EVALUATE WS-Letter-Level
                WHEN 1
                    MOVE "FIRST REMINDER" TO RDL-Action
                WHEN 2
                    MOVE "SECOND REMINDER" TO RDL-Action
                WHEN OTHER
                    MOVE "FINAL DEMAND - HOLD" TO RDL-Action
                    IF DN-Hold-Tbl(WS-Dun-Sub) NOT = "Y"
                        ADD 1 TO WS-Holds-Set
                    END-IF
                    MOVE "Y" TO DN-Hold-Tbl(WS-Dun-Sub)
            END-EVALUATE
            PERFORM WriteRegisterLine.

      * Nothing overdue but a balance still open - a plan brought
      * up to date, say. The level drops back so a later lapse
      * starts again at a first reminder; a hold from a final
      * demand stands until the balance clears.
       StandDownLevel.
            IF WS-Dun-Sub > ZERO
                IF DN-Level-Tbl(WS-Dun-Sub) NOT = ZERO
                    MOVE ZERO TO DN-Level-Tbl(WS-Dun-Sub)
                    MOVE ZERO TO DN-Overdue-Tbl(WS-Dun-Sub)
                END-IF
            END-IF.

      * Balance cleared - the record drops off DUNNING.DAT at
      * store time and any enrollment hold goes with it.
       ClearDunningEntry.
            MOVE "Y" TO DN-Cleared-Tbl(WS-Dun-Sub)
            ADD 1 TO WS-Accounts-Cleared
            IF DN-Hold-Tbl(WS-Dun-Sub) = "Y"
                ADD 1 TO WS-Holds-Lifted
                MOVE ZERO TO WS-Letter-Level
                MOVE ZERO TO WS-Oldest-Days
                MOVE "CLEARED - HOLD OFF" TO RDL-Action
                PERFORM WriteRegisterLine
            END-IF.

       LocateDunningEntry.
            MOVE ZERO TO WS-Dun-Sub
            IF DunTableCount > ZERO
                SET DunIdx TO 1
                SEARCH DunEntry
                   AT END MOVE ZERO TO WS-Dun-Sub
                   WHEN DN-StudentId-Tbl(DunIdx) = StudentId
                        SET WS-Dun-Sub TO DunIdx
                END-SEARCH
            END-IF.

       PrintDunningLetter.
            MOVE WS-Business-Date TO LDL-Date
            MOVE WS-Letter-Date-Line TO ShowLetter
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
            MOVE PV-Title(WS-Letter-Level) TO LXL-Text
            MOVE WS-Letter-Text-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            PERFORM VARYING WS-Text-Sub FROM 1 BY 1
                    UNTIL WS-Text-Sub > PV-Text-Count(WS-Letter-Level)
                MOVE PV-Text(WS-Letter-Level WS-Text-Sub) TO LXL-Text
                MOVE WS-Letter-Text-Line TO ShowLetter
                WRITE ShowLetter
            END-PERFORM
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Overdue-Column-Line TO ShowLetter
            WRITE ShowLetter
            PERFORM VARYING WS-Overdue-Sub FROM 1 BY 1
                    UNTIL WS-Overdue-Sub > OverdueCount
                MOVE OD-Number(WS-Overdue-Sub)     TO ODL-Number
                MOVE OD-CourseCode(WS-Overdue-Sub) TO ODL-CourseCode
                MOVE OD-Due-Date(WS-Overdue-Sub)   TO ODL-Due-Date
                MOVE OD-Amount(WS-Overdue-Sub)     TO ODL-Amount
                MOVE WS-Overdue-Detail-Line TO ShowLetter
                WRITE ShowLetter
            END-PERFORM
            MOVE WS-Overdue-Total TO OTL-Amount
            MOVE WS-Overdue-Total-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Open-Balance TO BAL-Amount
            MOVE WS-Balance-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Blank-Line TO ShowLetter
            WRITE ShowLetter
            MOVE WS-Letter-Sign-Line TO ShowLetter
            WRITE ShowLetter.

      * The level rides in the document type, so CorrInquiry shows
      * which letter went.
       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            EVALUATE WS-Letter-Level
                WHEN 1
                    MOVE "DUNNING1  " TO CRH-Doc-Type
                WHEN 2
                    MOVE "DUNNING2  " TO CRH-Doc-Type
                WHEN OTHER
                    MOVE "FINALDMND " TO CRH-Doc-Type
            END-EVALUATE
            MOVE WS-Business-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

       WriteRegisterLine.
            MOVE StudentId TO RDL-StudentId
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE WS-Formatted-Name TO RDL-StudentName
            MOVE WS-Letter-Level TO RDL-Level
            MOVE WS-Oldest-Days TO RDL-Days
            MOVE WS-Overdue-Total TO RDL-Overdue
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister.

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

      * Each level must have its H row, with a numeric day count
      * above the level before it; T rows beyond the twelfth for a
      * level are passed over.
       LoadPolicyTable.
            PERFORM VARYING WS-Level-Sub FROM 1 BY 1
                    UNTIL WS-Level-Sub > 3
                MOVE "N"    TO PV-Loaded(WS-Level-Sub)
                MOVE ZERO   TO PV-Days(WS-Level-Sub)
                MOVE SPACES TO PV-Title(WS-Level-Sub)
                MOVE ZERO   TO PV-Text-Count(WS-Level-Sub)
            END-PERFORM
            OPEN INPUT PolicyFile
            IF WS-Policy-Status NOT = "00"
                SET EndOfPolicyFile TO TRUE
            ELSE
                READ PolicyFile
                    AT END SET EndOfPolicyFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPolicyFile
                IF DNP-Level = "1" OR "2" OR "3"
                    MOVE DNP-Level TO WS-Level-Sub
                    EVALUATE TRUE
                        WHEN PolicyHeadRow
                            MOVE DNP-Days-X TO WS-Policy-Days-X
                            IF WS-Policy-Days-X NUMERIC
                                MOVE "Y" TO PV-Loaded(WS-Level-Sub)
                                MOVE WS-Policy-Days-Num
                                    TO PV-Days(WS-Level-Sub)
                                MOVE DNP-Text TO PV-Title(WS-Level-Sub)
                            END-IF
                        WHEN PolicyTextRow
                            IF PV-Text-Count(WS-Level-Sub) < 12
                                ADD 1 TO PV-Text-Count(WS-Level-Sub)
                                MOVE PV-Text-Count(WS-Level-Sub)
                                    TO WS-Text-Sub
                                MOVE DNP-Text TO
                                    PV-Text(WS-Level-Sub WS-Text-Sub)
                            END-IF
                    END-EVALUATE
                END-IF
                READ PolicyFile
                    AT END SET EndOfPolicyFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Policy-Status NOT = "35"
                CLOSE PolicyFile
            END-IF
            MOVE "N" TO WS-Policy-Error-Switch
            IF NOT PolicyLevelLoaded(1)
               OR NOT PolicyLevelLoaded(2)
               OR NOT PolicyLevelLoaded(3)
               OR PV-Days(1) = ZERO
               OR PV-Days(2) <= PV-Days(1)
               OR PV-Days(3) <= PV-Days(2)
                SET PolicyInError TO TRUE
            END-IF.

      * No PAYPLAN.DAT yet (a "35" status) - nobody is on a plan.
       LoadPlanTable.
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                SET EndOfPlanFile TO TRUE
            ELSE
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPlanFile
                SET PlanIdx TO PlanTableCount
                SET PlanIdx UP BY 1
                SET PlanTableCount TO PlanIdx
                MOVE PLN-StudentId  TO PL-StudentId-Tbl(PlanIdx)
                MOVE PLN-CourseCode TO PL-CourseCode-Tbl(PlanIdx)
                MOVE PLN-Due-Date   TO PL-DueDate-Tbl(PlanIdx)
                MOVE PLN-Amount     TO PL-Amount-Tbl(PlanIdx)
                MOVE PLN-Status     TO PL-Status-Tbl(PlanIdx)
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

      * No DUNNING.DAT yet (a "35" status) just means this is the
      * first dunning run - nobody has had a letter.
       LoadDunningTable.
            OPEN INPUT DunningFile
            IF WS-Dunning-Status NOT = "00"
                SET EndOfDunningFile TO TRUE
            ELSE
                READ DunningFile
                    AT END SET EndOfDunningFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfDunningFile
                SET DunIdx TO DunTableCount
                SET DunIdx UP BY 1
                SET DunTableCount TO DunIdx
                MOVE DUN-StudentId      TO DN-StudentId-Tbl(DunIdx)
                MOVE DUN-Level          TO DN-Level-Tbl(DunIdx)
                MOVE DUN-Letter-Date    TO DN-Date-Tbl(DunIdx)
                MOVE DUN-Overdue-Amount TO DN-Overdue-Tbl(DunIdx)
                MOVE DUN-Hold           TO DN-Hold-Tbl(DunIdx)
                MOVE "N"                TO DN-Cleared-Tbl(DunIdx)
                READ DunningFile
                    AT END SET EndOfDunningFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Dunning-Status NOT = "35"
                CLOSE DunningFile
            END-IF.

      * A student no longer on the master keeps their row as it
      * stood - only a cleared balance takes a row off the file.
       StoreDunningTable.
            OPEN OUTPUT DunningFile
            PERFORM VARYING DunIdx FROM 1 BY 1
                    UNTIL DunIdx > DunTableCount
                IF DN-Cleared-Tbl(DunIdx) NOT = "Y"
                    MOVE DN-StudentId-Tbl(DunIdx) TO DUN-StudentId
                    MOVE DN-Level-Tbl(DunIdx)     TO DUN-Level
                    MOVE DN-Date-Tbl(DunIdx)      TO DUN-Letter-Date
                    MOVE DN-Overdue-Tbl(DunIdx)
                        TO DUN-Overdue-Amount
                    MOVE DN-Hold-Tbl(DunIdx)      TO DUN-Hold
                    WRITE DunningRecord
                END-IF
            END-PERFORM
            CLOSE DunningFile.

      * No SUPPRESS.DAT yet (a "35" status) just means nobody has
      * asked us to stop writing.
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

      * The processing date comes off the business-date control
      * DateAdvance keeps - the machine clock only stands in when
      * the control has never been built.
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

       DisplayRunTotals.
            MOVE WS-Total-Dunned TO WS-Total-Dunned-Edit
            DISPLAY "DunningRun - Control Report"
            DISPLAY "Business date        : " WS-Business-Date
            DISPLAY "Students scanned     : " WS-Students-Scanned
            DISPLAY "Students overdue     : " WS-Students-Overdue
            DISPLAY "First reminders      : " WS-Level-Letters(1)
            DISPLAY "Second reminders     : " WS-Level-Letters(2)
            DISPLAY "Final demands        : " WS-Level-Letters(3)
            DISPLAY "Letters printed      : " WS-Letters-Printed
            DISPLAY "Held - letter < week : " WS-Letters-Held
            DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            DISPLAY "Enrollment holds set : " WS-Holds-Set
            DISPLAY "Holds lifted         : " WS-Holds-Lifted
            DISPLAY "Accounts cleared     : " WS-Accounts-Cleared
            DISPLAY "Overdue total dunned : " WS-Total-Dunned-Edit.

      * The policy rule for this run's use (its default when
      * CALPOL.DAT has no record for it), and under working days
      * the off-pattern days of every year built. No CALENDAR.DAT
      * (a "35" status) leaves plain Monday to Friday.
       LoadWorkingCalendar.
            OPEN INPUT CalPolicyFile
            IF WS-CalPol-Status NOT = "00"
                SET EndOfCalPolFile TO TRUE
            ELSE
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalPolFile
                IF CPL-Use = WS-Cal-Use
                    MOVE CPL-Rule TO WS-Cal-Rule
                END-IF
                READ CalPolicyFile
                    AT END SET EndOfCalPolFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CalPol-Status NOT = "35"
                CLOSE CalPolicyFile
            END-IF
            IF CountWorkingDays
                PERFORM LoadOffPatternDays
            END-IF.

       LoadOffPatternDays.
            OPEN INPUT CalendarFile
            IF WS-Calendar-Status NOT = "00"
                SET EndOfCalendarFile TO TRUE
            ELSE
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCalendarFile
                MOVE CAL-Date TO WS-Cal-Date
                PERFORM FindCalWeekday
                IF ((CAL-Bank-Holiday OR CAL-Non-Working)
                     AND WS-Cal-Weekday < 6)
                   OR (CAL-Working-Day AND WS-Cal-Weekday > 5)
                    IF OffPatternCount < 3000
                        SET OffPatternIdx TO OffPatternCount
                        SET OffPatternIdx UP BY 1
                        SET OffPatternCount TO OffPatternIdx
                        MOVE CAL-Date TO OP-Date-Tbl(OffPatternIdx)
                        MOVE CAL-Day-Type
                            TO OP-Type-Tbl(OffPatternIdx)
                    END-IF
                END-IF
                READ CalendarFile
                    AT END SET EndOfCalendarFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Calendar-Status NOT = "35"
                CLOSE CalendarFile
            END-IF.

      * WS-Cal-Date works Monday to Friday unless the calendar
      * says otherwise.
       TestWorkingDay.
            PERFORM FindCalWeekday
            IF WS-Cal-Weekday < 6
                SET CalDayIsWorking TO TRUE
            ELSE
                MOVE "N" TO WS-Cal-Working-Switch
            END-IF
            IF OffPatternCount > ZERO
                SET OffPatternIdx TO 1
                SEARCH OffPatternEntry
                   AT END CONTINUE
                   WHEN OP-Date-Tbl(OffPatternIdx) = WS-Cal-Date
                        IF OP-Type-Tbl(OffPatternIdx) = "W"
                            SET CalDayIsWorking TO TRUE
                        ELSE
                            MOVE "N" TO WS-Cal-Working-Switch
                        END-IF
                END-SEARCH
            END-IF.

       StepCalendarDay.
            MOVE CalMonthDays(WS-Cal-MM) TO WS-Cal-Month-Length
            IF WS-Cal-MM = 2
                DIVIDE WS-Cal-YYYY BY 4
                    GIVING WS-Cal-Year-Quot REMAINDER WS-Cal-Year-Rem
                IF WS-Cal-Year-Rem = ZERO
                    MOVE 29 TO WS-Cal-Month-Length
                    DIVIDE WS-Cal-YYYY BY 100
                        GIVING WS-Cal-Year-Quot
                        REMAINDER WS-Cal-Year-Rem
                    IF WS-Cal-Year-Rem = ZERO
                        MOVE 28 TO WS-Cal-Month-Length
                        DIVIDE WS-Cal-YYYY BY 400
                            GIVING WS-Cal-Year-Quot
                            REMAINDER WS-Cal-Year-Rem
                        IF WS-Cal-Year-Rem = ZERO
                            MOVE 29 TO WS-Cal-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-Cal-DD < WS-Cal-Month-Length
                ADD 1 TO WS-Cal-DD
            ELSE
                MOVE 1 TO WS-Cal-DD
                IF WS-Cal-MM < 12
                    ADD 1 TO WS-Cal-MM
                ELSE
                    MOVE 1 TO WS-Cal-MM
                    ADD 1 TO WS-Cal-YYYY
                END-IF
            END-IF.

      * Zeller's congruence, as InstrAbsence works out the day a
      * class falls on - 1 for Monday through 7 for Sunday.
       FindCalWeekday.
            MOVE WS-Cal-YYYY TO WS-Zeller-Year
            MOVE WS-Cal-MM   TO WS-Zeller-Month
            IF WS-Zeller-Month < 3
                ADD 12 TO WS-Zeller-Month
                SUBTRACT 1 FROM WS-Zeller-Year
            END-IF
            DIVIDE WS-Zeller-Year BY 100
                GIVING WS-Zeller-Century REMAINDER WS-Zeller-YY
            COMPUTE WS-Zeller-Term = 13 * (WS-Zeller-Month + 1)
            DIVIDE WS-Zeller-Term BY 5 GIVING WS-Zeller-Term
            MOVE WS-Cal-DD TO WS-Zeller-Sum
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            ADD WS-Zeller-YY   TO WS-Zeller-Sum
            DIVIDE WS-Zeller-YY BY 4 GIVING WS-Zeller-Term
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            DIVIDE WS-Zeller-Century BY 4 GIVING WS-Zeller-Term
            ADD WS-Zeller-Term TO WS-Zeller-Sum
            COMPUTE WS-Zeller-Sum = WS-Zeller-Sum
                + 5 * WS-Zeller-Century + 5
            DIVIDE WS-Zeller-Sum BY 7
                GIVING WS-Zeller-Quot REMAINDER WS-Zeller-Day
            COMPUTE WS-Cal-Weekday = WS-Zeller-Day + 1.

       END PROGRAM DunningRun.
