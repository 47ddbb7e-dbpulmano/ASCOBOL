      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

      * Walked by the student alternate key - every invoice the
      * student holds, open or paid.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Hist-Status.

           SELECT RefundFile ASSIGN "REFUNDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Refund-Status.

      * The account history and the refunds sorted together into
      * student and date order, so the student sweep takes each
      * student's movements off the top as it reaches them.
           SELECT ActivitySortFile ASSIGN "SORTACT.WRK".

           SELECT SortedActivityFile ASSIGN "ACTSRT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

           SELECT CreditFile ASSIGN "CREDITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Credit-Status.

           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

      * Every statement that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StatementFile ASSIGN "STUDSTMT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  AccountHistFile.
           COPY ACCTHIST.

      * RefundRun's issued-refund layout.
       FD  RefundFile.
       01  RefundRecord.
           02 RFD-Number           PIC 9(6).
           02 FILLER               PIC X       VALUE SPACE.
           02 RFD-StudentId        PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 RFD-Amount           PIC 9(7)V99.
           02 FILLER               PIC X       VALUE SPACE.
           02 RFD-Date             PIC 9(8).

       SD  ActivitySortFile.
       01  ActivitySortRecord.
           02 SA-StudentId         PIC 9(7).
           02 SA-Date              PIC 9(8).
           02 SA-Type              PIC X.
           02 SA-Ref               PIC 9(6).
           02 SA-Amount            PIC 9(7)V99.
           02 SA-Source            PIC X(10).

      * R is a refund; P, A, W and D are as ACCTHIST.DAT has them.
       FD  SortedActivityFile.
       01  ActivityRecord.
           02 ACT-StudentId        PIC 9(7).
           02 ACT-Date             PIC 9(8).
           02 ACT-Type             PIC X.
               88 ActPayment                   VALUE "P".
               88 ActAward                     VALUE "A".
               88 ActInvoiceCredit             VALUE "W".
               88 ActDebtRecovered             VALUE "D".
               88 ActRefund                    VALUE "R".
           02 ACT-Ref              PIC 9(6).
           02 ACT-Amount           PIC 9(7)V99.
           02 ACT-Source           PIC X(10).

       FD  PlanFile.
           COPY PAYPLAN.

       FD  CreditFile.
           COPY CREDITS.

       FD  TermFile.
           COPY TERMMAS.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  StatementFile.
       01  ShowStatement            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Student-Status        PIC XX      VALUE SPACES.
       01  WS-Invoice-Status        PIC XX      VALUE SPACES.
       01  WS-Hist-Status           PIC XX      VALUE SPACES.
       01  WS-Refund-Status         PIC XX      VALUE SPACES.
       01  WS-Plan-Status           PIC XX      VALUE SPACES.
       01  WS-Credit-Status         PIC XX      VALUE SPACES.
       01  WS-Term-Status           PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Invoice-EOF-Switch    PIC X       VALUE "N".
           88 EndOfInvoiceWalk                  VALUE "Y".
       01  WS-Invoice-File-Sw       PIC X       VALUE "N".
           88 InvoiceFileOnHand                 VALUE "Y".
       01  WS-Hist-EOF-Switch       PIC X       VALUE "N".
           88 EndOfHistFile                     VALUE "Y".
       01  WS-Refund-EOF-Switch     PIC X       VALUE "N".
           88 EndOfRefundFile                   VALUE "Y".
       01  WS-Activity-EOF-Switch   PIC X       VALUE "N".
           88 EndOfActivityFile                 VALUE "Y".
       01  WS-Plan-EOF-Switch       PIC X       VALUE "N".
           88 EndOfPlanFile                     VALUE "Y".
       01  WS-Credit-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCreditFile                   VALUE "Y".
       01  WS-Term-EOF-Switch       PIC X       VALUE "N".
           88 EndOfTermFile                     VALUE "Y".
       01  WS-Term-Found-Switch     PIC X       VALUE "N".
           88 CurrentTermFound                  VALUE "Y".
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSuppressFile                 VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Term-Id               PIC X(6)    VALUE SPACES.
       01  WS-Term-Start-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Term-End-Date         PIC 9(8)    VALUE ZERO.

      * A prints everyone with activity in the current term or a
      * balance either way, S the one keyed student - the office's
      * answer to "what do I owe".
       01  KeyedPrintScope          PIC X       VALUE SPACE.
           88 PrintAllStudents                  VALUE "A".
           88 PrintOneStudent                   VALUE "S".
       01  KeyedStudentId           PIC X(7)    VALUE SPACES.

       01  PlanTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  PlanTable.
           02 PlanEntry             OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON PlanTableCount
                                     INDEXED BY PlanIdx.
               03 PL-StudentId-Tbl  PIC 9(7).
               03 PL-CourseCode-Tbl PIC X(4).
               03 PL-Seq-Tbl        PIC 9(2).
               03 PL-DueDate-Tbl    PIC 9(8).
               03 PL-Amount-Tbl     PIC 9(5)V99.
               03 PL-Status-Tbl     PIC X.
                   88 PlanEntryMet              VALUE "M".

       01  CreditTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CreditTable.
           02 CreditEntry           OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON CreditTableCount
                                     INDEXED BY CreditIdx.
               03 CR-StudentId-Tbl  PIC 9(7).
               03 CR-Amount-Tbl     PIC 9(7)V99.

       01  SuppressTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON SuppressTableCount
                                     INDEXED BY SuppIdx.
               03 SU-Type-Tbl       PIC X.
               03 SU-Id-Tbl         PIC 9(7).

       01  WS-Suppressed-Switch     PIC X       VALUE "N".
           88 PartyIsSuppressed                 VALUE "Y".

      * The student's account, one line per movement, slid into
      * date order as each is collected - a memo line (an award
      * already netted off its invoice, an installment falling
      * due) prints for information and leaves the balance alone.
       01  StmtLineCount            PIC 9(4)    COMP VALUE ZERO.
       01  StmtLineList.
           02 StmtLineEntry         OCCURS 1 TO 300 TIMES
                                     DEPENDING ON StmtLineCount.
               03 SL-Date           PIC 9(8).
               03 SL-Ref            PIC X(6).
               03 SL-Desc           PIC X(24).
               03 SL-Debit          PIC 9(7)V99.
               03 SL-Credit         PIC 9(7)V99.
               03 SL-Memo           PIC X.
                   88 StmtMemoLine              VALUE "Y".

       01  WS-New-Line.
           02 WS-New-Date           PIC 9(8).
           02 WS-New-Ref            PIC X(6).
           02 WS-New-Desc           PIC X(24).
           02 WS-New-Debit          PIC 9(7)V99.
           02 WS-New-Credit         PIC 9(7)V99.
           02 WS-New-Memo           PIC X.

       01  WS-Insert-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Line-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Slot-Found-Switch     PIC X       VALUE "N".
           88 InsertSlotFound                   VALUE "Y".
       01  WS-Lines-Dropped         PIC 9(5)    VALUE ZERO.

       01  WS-Select-Switch         PIC X       VALUE "N".
           88 StudentSelected                   VALUE "Y".
       01  WS-Term-Activity-Switch  PIC X       VALUE "N".
           88 ActivityInTerm                    VALUE "Y".
       01  WS-Memo-Printed-Switch   PIC X       VALUE "N".
           88 MemoLinePrinted                   VALUE "Y".

      * What the files say the student owes now - open invoice
      * balances less any credit on account - against what the
      * itemised movements add up to. Movements from before the
      * account history was kept make up the difference, carried
      * as one opening line so the statement always closes on the
      * true balance.
       01  WS-Open-Invoices         PIC S9(7)V99 VALUE ZERO.
       01  WS-Credit-On-Account     PIC 9(7)V99 VALUE ZERO.
       01  WS-Closing-Balance       PIC S9(7)V99 VALUE ZERO.
       01  WS-Itemised-Total        PIC S9(7)V99 VALUE ZERO.
       01  WS-Earlier-Activity      PIC S9(7)V99 VALUE ZERO.
       01  WS-Running-Balance       PIC S9(7)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Students-Scanned   PIC 9(7)    VALUE ZERO.
           02 WS-Statements-Printed PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count   PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Owed,
                               MONEY-EDIT  BY WS-Total-Owed-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Statement-Head-Line.
           02 FILLER                PIC X(31)   VALUE
              "STATEMENT OF ACCOUNT - STUDENT ".
           02 SH-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SH-Surname            PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 SH-Initials           PIC XX.
           02 FILLER                PIC X(11)   VALUE "      DATE ".
           02 SH-Date               PIC 9(8).
           02 FILLER                PIC X(10)   VALUE SPACES.

       01  WS-Address-Line.
           02 FILLER                PIC X(31)   VALUE SPACES.
           02 AL-Street             PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 AL-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 AL-PostalCode         PIC X(8).
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "DATE     REF    DESCRIPTION                   DEBIT     CRE
      -    "DIT       BALANCE".

       01  WS-Detail-Line.
           02 DL-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Ref                PIC X(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Desc               PIC X(24).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Debit              PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Credit             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Balance            PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Memo-Flag          PIC X.
           02 FILLER                PIC X(2)    VALUE SPACES.

       01  WS-Closing-Line.
           02 FILLER                PIC X(28)   VALUE
              "BALANCE DUE (- IN CREDIT) : ".
           02 CL-Balance            PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Credit-Line.
           02 FILLER                PIC X(28)   VALUE
              "OF WHICH CREDIT ON ACCOUNT: ".
           02 CR-Line-Amount        PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Memo-Note-Line        PIC X(80)   VALUE
           "* MEMO LINE - SHOWN FOR INFORMATION, NOT IN THE BALANCE".

       01  WS-No-Activity-Line      PIC X(80)   VALUE
           "NO ACCOUNT ACTIVITY ON FILE".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The student's whole tuition account on one page - every
      * invoice (term fees, resit fees), every payment, every
      * credit taken off an invoice and every refund, in date
      * order with a running balance, the awards netted and the
      * plan installments falling due shown alongside for
      * information, and the credit held on account at the foot.
      * The all-student run is mailed, so it skips anyone on
      * SUPPRESS.DAT; a single-student print is the counter copy
      * and prints regardless. Every statement is logged on
      * CORRHIST.DAT.
            DISPLAY "Print for - A all students with activity or a "
                "balance, S one student: " WITH NO ADVANCING
            MOVE SPACE TO KeyedPrintScope
            ACCEPT KeyedPrintScope
            EVALUATE TRUE
                WHEN PrintAllStudents
                    CONTINUE
                WHEN PrintOneStudent
                    DISPLAY "StudentId (7 digits): "
                        WITH NO ADVANCING
                    ACCEPT KeyedStudentId
                    IF KeyedStudentId NOT NUMERIC
                        DISPLAY "StudStatement - STUDENTID MUST BE 7 "
                            "NUMERIC DIGITS - RUN ABORTED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN OTHER
                    DISPLAY "StudStatement - PRINT SCOPE MUST BE A "
                        "OR S - RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE

            PERFORM GetBusinessDate
            PERFORM GetCurrentTerm
            PERFORM LoadPlanTable
            PERFORM LoadCreditTable
            PERFORM LoadSuppressTable

            SORT ActivitySortFile
                ON ASCENDING KEY SA-StudentId SA-Date
                INPUT PROCEDURE IS ReleaseAccountActivity
                GIVING SortedActivityFile

            OPEN INPUT StudentFile
            IF WS-Student-Status NOT = "00"
                DISPLAY "StudStatement - STUDMAS.DAT OPEN FAILED "
                    "WITH STATUS " WS-Student-Status " - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN INPUT SortedActivityFile
            READ SortedActivityFile
                AT END SET EndOfActivityFile TO TRUE
            END-READ
            OPEN OUTPUT StatementFile
            OPEN EXTEND CorrHistFile

            IF PrintOneStudent
                MOVE KeyedStudentId TO StudentId
                READ StudentFile
                    INVALID KEY
                        DISPLAY "StudentId " KeyedStudentId
                            " is not on STUDMAS.DAT."
                    NOT INVALID KEY
                        PERFORM StatementForOneStudent
                END-READ
            ELSE
                MOVE LOW-VALUES TO StudentId
                START StudentFile KEY IS NOT LESS THAN StudentId
                    INVALID KEY SET EndOfStudentFile TO TRUE
                END-START
                PERFORM UNTIL EndOfStudentFile
                    READ StudentFile NEXT RECORD
                        AT END SET EndOfStudentFile TO TRUE
                        NOT AT END PERFORM StatementForOneStudent
                    END-READ
                END-PERFORM
            END-IF

            CLOSE StudentFile
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            CLOSE SortedActivityFile
            CLOSE StatementFile
            CLOSE CorrHistFile

            MOVE WS-Total-Owed TO WS-Total-Owed-Edit
            DISPLAY "StudStatement - Control Report"
            DISPLAY "Students scanned     : " WS-Students-Scanned
            DISPLAY "Statements printed   : " WS-Statements-Printed
            DISPLAY "Suppressed - skipped : " WS-Suppressed-Count
            DISPLAY "Lines not itemised   : " WS-Lines-Dropped
            DISPLAY "Total balance due    : " WS-Total-Owed-Edit
            STOP RUN.

       StatementForOneStudent.
            ADD 1 TO WS-Students-Scanned
            MOVE ZERO TO StmtLineCount
            MOVE ZERO TO WS-Open-Invoices
            MOVE ZERO TO WS-Itemised-Total
            MOVE "N" TO WS-Term-Activity-Switch
            PERFORM CollectInvoices
            PERFORM CollectActivity
            PERFORM CollectInstallments
            PERFORM FindCreditOnAccount
            COMPUTE WS-Closing-Balance =
                WS-Open-Invoices - WS-Credit-On-Account
            COMPUTE WS-Earlier-Activity =
                WS-Closing-Balance - WS-Itemised-Total
            IF WS-Earlier-Activity NOT = ZERO
                PERFORM AddEarlierActivityLine
            END-IF
            PERFORM SelectStudent
            IF StudentSelected
                PERFORM PrintStatement
                PERFORM WriteCorrespondence
                ADD 1 TO WS-Statements-Printed
                IF WS-Closing-Balance > ZERO
                    ADD WS-Closing-Balance TO WS-Total-Owed
                END-IF
            END-IF.

      * The mailed run wants movement in the current term or money
      * either way at the end of it, and nobody on SUPPRESS.DAT.
      * With no current term on file, the balance alone decides.
       SelectStudent.
            MOVE "N" TO WS-Select-Switch
            IF PrintOneStudent
                SET StudentSelected TO TRUE
            ELSE
                IF ActivityInTerm
                   OR WS-Closing-Balance NOT = ZERO
                   OR WS-Credit-On-Account NOT = ZERO
                    SET StudentSelected TO TRUE
                    PERFORM CheckSuppression
                    IF PartyIsSuppressed
                        ADD 1 TO WS-Suppressed-Count
                        MOVE "N" TO WS-Select-Switch
                    END-IF
                END-IF
            END-IF.

       CollectInvoices.
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
                                PERFORM AddInvoiceLine
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       AddInvoiceLine.
            IF InvoiceOpen
                COMPUTE WS-Open-Invoices = WS-Open-Invoices
                    + INV-Amount - INV-Paid-Amount
            END-IF
            MOVE INV-Date TO WS-New-Date
            MOVE INV-Number TO WS-New-Ref
            MOVE SPACES TO WS-New-Desc
            IF LateFeeInvoice
                MOVE "LATE PAYMENT FEE" TO WS-New-Desc
            ELSE
                STRING "INVOICE " INV-CourseCode
                    DELIMITED BY SIZE INTO WS-New-Desc
            END-IF
            MOVE INV-Amount TO WS-New-Debit
            MOVE ZERO TO WS-New-Credit
            MOVE "N" TO WS-New-Memo
            PERFORM InsertStatementLine.

      * The sorted activity is in student order like the master
      * sweep, so anything for a student before this one (a
      * student no longer on the master) is passed over, and this
      * student's movements are taken off the top.
       CollectActivity.
            PERFORM UNTIL EndOfActivityFile
                    OR ACT-StudentId >= StudentId
                READ SortedActivityFile
                    AT END SET EndOfActivityFile TO TRUE
                END-READ
            END-PERFORM
            PERFORM UNTIL EndOfActivityFile
                    OR ACT-StudentId NOT = StudentId
                PERFORM AddActivityLine
                READ SortedActivityFile
                    AT END SET EndOfActivityFile TO TRUE
                END-READ
            END-PERFORM.

       AddActivityLine.
            MOVE ACT-Date TO WS-New-Date
            MOVE ZERO TO WS-New-Debit
            MOVE ZERO TO WS-New-Credit
            MOVE "N" TO WS-New-Memo
            MOVE SPACES TO WS-New-Desc
            IF ACT-Ref = ZERO
                MOVE SPACES TO WS-New-Ref
            ELSE
                MOVE ACT-Ref TO WS-New-Ref
            END-IF
            EVALUATE TRUE
                WHEN ActPayment
                    MOVE "PAYMENT RECEIVED" TO WS-New-Desc
                    MOVE ACT-Amount TO WS-New-Credit
                WHEN ActInvoiceCredit
                    STRING "CREDIT - " ACT-Source
                        DELIMITED BY SIZE INTO WS-New-Desc
                    MOVE ACT-Amount TO WS-New-Credit
                WHEN ActRefund
                    MOVE "REFUND PAID" TO WS-New-Desc
                    MOVE ACT-Amount TO WS-New-Debit
                WHEN ActDebtRecovered
                    MOVE "BAD DEBT RECOVERED" TO WS-New-Desc
                    MOVE ACT-Amount TO WS-New-Debit
                WHEN ActAward
                    STRING "AWARD NETTED - " ACT-Source
                        DELIMITED BY SIZE INTO WS-New-Desc
                    MOVE ACT-Amount TO WS-New-Credit
                    MOVE "Y" TO WS-New-Memo
            END-EVALUATE
            PERFORM InsertStatementLine.

      * Installments print against their due dates as memo lines -
      * the invoice they divide is already in the balance.
       CollectInstallments.
            PERFORM VARYING PlanIdx FROM 1 BY 1
                    UNTIL PlanIdx > PlanTableCount
                IF PL-StudentId-Tbl(PlanIdx) = StudentId
                    MOVE PL-DueDate-Tbl(PlanIdx) TO WS-New-Date
                    MOVE PL-CourseCode-Tbl(PlanIdx) TO WS-New-Ref
                    MOVE SPACES TO WS-New-Desc
                    IF PlanEntryMet(PlanIdx)
                        STRING "INSTALMENT " PL-Seq-Tbl(PlanIdx)
                            " DUE - MET"
                            DELIMITED BY SIZE INTO WS-New-Desc
                    ELSE
                        STRING "INSTALMENT " PL-Seq-Tbl(PlanIdx)
                            " DUE"
                            DELIMITED BY SIZE INTO WS-New-Desc
                    END-IF
                    MOVE PL-Amount-Tbl(PlanIdx) TO WS-New-Debit
                    MOVE ZERO TO WS-New-Credit
                    MOVE "Y" TO WS-New-Memo
                    PERFORM InsertStatementLine
                END-IF
            END-PERFORM.

       FindCreditOnAccount.
            MOVE ZERO TO WS-Credit-On-Account
            IF CreditTableCount > ZERO
                SET CreditIdx TO 1
                SEARCH CreditEntry
                   AT END MOVE ZERO TO WS-Credit-On-Account
                   WHEN CR-StudentId-Tbl(CreditIdx) = StudentId
                        MOVE CR-Amount-Tbl(CreditIdx)
                            TO WS-Credit-On-Account
                END-SEARCH
            END-IF.

      * Dated zero, so it slides in ahead of everything itemised.
       AddEarlierActivityLine.
            MOVE ZERO TO WS-New-Date
            MOVE SPACES TO WS-New-Ref
            MOVE "EARLIER ACTIVITY" TO WS-New-Desc
            MOVE ZERO TO WS-New-Debit
            MOVE ZERO TO WS-New-Credit
            IF WS-Earlier-Activity > ZERO
                MOVE WS-Earlier-Activity TO WS-New-Debit
            ELSE
                COMPUTE WS-New-Credit = ZERO - WS-Earlier-Activity
            END-IF
            MOVE "N" TO WS-New-Memo
            PERFORM InsertStatementLine.

      * Slid into date order as it arrives - a line dated the same
      * as one already held goes after it, so each source keeps its
      * own order within a day. The itemised total and the term
      * activity flag are kept here as each line lands.
       InsertStatementLine.
            IF WS-New-Memo NOT = "Y"
                COMPUTE WS-Itemised-Total = WS-Itemised-Total
                    + WS-New-Debit - WS-New-Credit
            END-IF
            IF CurrentTermFound
               AND WS-New-Date >= WS-Term-Start-Date
               AND WS-New-Date <= WS-Term-End-Date
                SET ActivityInTerm TO TRUE
            END-IF
            IF StmtLineCount >= 300
                ADD 1 TO WS-Lines-Dropped
            ELSE
                ADD 1 TO StmtLineCount
                MOVE StmtLineCount TO WS-Insert-Sub
                MOVE "N" TO WS-Slot-Found-Switch
                PERFORM UNTIL InsertSlotFound
                    IF WS-Insert-Sub = 1
                        SET InsertSlotFound TO TRUE
                    ELSE
                        IF SL-Date(WS-Insert-Sub - 1) <= WS-New-Date
                            SET InsertSlotFound TO TRUE
                        ELSE
                            MOVE StmtLineEntry(WS-Insert-Sub - 1)
                                TO StmtLineEntry(WS-Insert-Sub)
                            SUBTRACT 1 FROM WS-Insert-Sub
                        END-IF
                    END-IF
                END-PERFORM
                MOVE WS-New-Line TO StmtLineEntry(WS-Insert-Sub)
            END-IF.

       PrintStatement.
            MOVE StudentId TO SH-StudentId
            MOVE Surname OF StudentMasterRecord TO SH-Surname
            MOVE Initials OF StudentMasterRecord TO SH-Initials
            MOVE WS-Business-Date TO SH-Date
            MOVE WS-Statement-Head-Line TO ShowStatement
            IF WS-Statements-Printed = ZERO
                WRITE ShowStatement
            ELSE
                WRITE ShowStatement AFTER ADVANCING PAGE
            END-IF
            MOVE Street     TO AL-Street
            MOVE City       TO AL-City
            MOVE PostalCode TO AL-PostalCode
            MOVE WS-Address-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Blank-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Column-Line TO ShowStatement
            WRITE ShowStatement
            MOVE ZERO TO WS-Running-Balance
            MOVE "N" TO WS-Memo-Printed-Switch
            IF StmtLineCount = ZERO
                MOVE WS-No-Activity-Line TO ShowStatement
                WRITE ShowStatement
            END-IF
            PERFORM PrintStatementLine
                VARYING WS-Line-Sub FROM 1 BY 1
                UNTIL WS-Line-Sub > StmtLineCount
            MOVE WS-Blank-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Closing-Balance TO CL-Balance
            MOVE WS-Closing-Line TO ShowStatement
            WRITE ShowStatement
            IF WS-Credit-On-Account > ZERO
                MOVE WS-Credit-On-Account TO CR-Line-Amount
                MOVE WS-Credit-Line TO ShowStatement
                WRITE ShowStatement
            END-IF
            IF MemoLinePrinted
                MOVE WS-Memo-Note-Line TO ShowStatement
                WRITE ShowStatement
            END-IF.

       PrintStatementLine.
            MOVE SL-Date(WS-Line-Sub)   TO DL-Date
            MOVE SL-Ref(WS-Line-Sub)    TO DL-Ref
            MOVE SL-Desc(WS-Line-Sub)   TO DL-Desc
            MOVE SL-Debit(WS-Line-Sub)  TO DL-Debit
            MOVE SL-Credit(WS-Line-Sub) TO DL-Credit
            IF StmtMemoLine(WS-Line-Sub)
                MOVE "*" TO DL-Memo-Flag
                SET MemoLinePrinted TO TRUE
            ELSE
                MOVE SPACE TO DL-Memo-Flag
                COMPUTE WS-Running-Balance = WS-Running-Balance
                    + SL-Debit(WS-Line-Sub) - SL-Credit(WS-Line-Sub)
            END-IF
            MOVE WS-Running-Balance TO DL-Balance
            MOVE WS-Detail-Line TO ShowStatement
            WRITE ShowStatement.

      * The master record is in hand from the sweep, so the address
      * on the trace is the address the statement went to.
       WriteCorrespondence.
            SET CorrStudent TO TRUE
            MOVE StudentId TO CRH-Party-Id
            MOVE "ACCTSTMT  " TO CRH-Doc-Type
            MOVE WS-Business-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE Street TO CRH-Address(1:20)
            MOVE City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * No ACCTHIST.DAT or REFUNDS.DAT yet (a "35" status) just
      * means nothing of that kind has happened - the sort simply
      * gets fewer records.
       ReleaseAccountActivity.
            OPEN INPUT AccountHistFile
            IF WS-Hist-Status NOT = "00"
                SET EndOfHistFile TO TRUE
            ELSE
                READ AccountHistFile
                    AT END SET EndOfHistFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHistFile
                MOVE AH-StudentId TO SA-StudentId
                MOVE AH-Date      TO SA-Date
                MOVE AH-Type      TO SA-Type
                MOVE AH-Invoice   TO SA-Ref
                MOVE AH-Amount    TO SA-Amount
                MOVE AH-Source    TO SA-Source
                RELEASE ActivitySortRecord
                READ AccountHistFile
                    AT END SET EndOfHistFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Hist-Status NOT = "35"
                CLOSE AccountHistFile
            END-IF
            OPEN INPUT RefundFile
            IF WS-Refund-Status NOT = "00"
                SET EndOfRefundFile TO TRUE
            ELSE
                READ RefundFile
                    AT END SET EndOfRefundFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRefundFile
                MOVE RFD-StudentId TO SA-StudentId
                MOVE RFD-Date      TO SA-Date
                MOVE "R"           TO SA-Type
                MOVE RFD-Number    TO SA-Ref
                MOVE RFD-Amount    TO SA-Amount
                MOVE "REFUND"      TO SA-Source
                RELEASE ActivitySortRecord
                READ RefundFile
                    AT END SET EndOfRefundFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Refund-Status NOT = "35"
                CLOSE RefundFile
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
                MOVE PLN-Seq        TO PL-Seq-Tbl(PlanIdx)
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

      * No CREDITS.DAT yet (a "35" status) - nobody holds a credit.
       LoadCreditTable.
            OPEN INPUT CreditFile
            IF WS-Credit-Status NOT = "00"
                SET EndOfCreditFile TO TRUE
            ELSE
                READ CreditFile
                    AT END SET EndOfCreditFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCreditFile
                SET CreditIdx TO CreditTableCount
                SET CreditIdx UP BY 1
                SET CreditTableCount TO CreditIdx
                MOVE CRD-StudentId TO CR-StudentId-Tbl(CreditIdx)
                MOVE CRD-Amount    TO CR-Amount-Tbl(CreditIdx)
                READ CreditFile
                    AT END SET EndOfCreditFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Credit-Status NOT = "35"
                CLOSE CreditFile
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

      * No TERMS.DAT, or no current term on it, leaves the mailed
      * run selecting on balance alone.
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
                    MOVE TRM-Term-Id    TO WS-Term-Id
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

       END PROGRAM StudStatement.
