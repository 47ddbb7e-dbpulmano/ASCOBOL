      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LateFeeRun.

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

           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * The invoice next-number control - a fee is an invoice like
      * any other and takes the next number in the one sequence.
           SELECT InvoiceNumFile ASSIGN "INVNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-InvNum-Status.

      * An invoice under a plan is late only once an installment is
      * past its due date and the grace period - a student on
      * schedule is never charged.
           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

      * The fee policy - the grace period and how the fee is priced,
      * kept in a file so the terms and conditions change without a
      * program change.
           SELECT PolicyFile ASSIGN "LFEEPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Policy-Status.

           SELECT LateFeeFile ASSIGN "LATEFEE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LateFee-Status.

           SELECT RegisterFile ASSIGN "LATEFEE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The chart of accounts ChartMaint keeps and the period-close
      * control - every journal line must name a known open account
      * and a date in the open period, or it rejects to EXCEPTS.DAT.
           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  InvoiceNumFile.
       01  InvoiceNumRecord.
           02 IVN-Next-Number      PIC 9(6).

       FD  PlanFile.
           COPY PAYPLAN.

      * One record. Grace keyed as days; method F charges the flat
      * amount, P the percentage of the overdue balance; amounts
      * and the percentage keyed without the point (0002500 is
      * 25.00, 00150 is 1.50%). A cap of zero means no cap.
       FD  PolicyFile.
       01  PolicyRecord.
           02 LFP-Grace-Days-X     PIC X(3).
           02 FILLER               PIC X       VALUE SPACE.
           02 LFP-Method           PIC X.
               88 FlatFeePolicy                VALUE "F".
               88 PercentFeePolicy             VALUE "P".
           02 FILLER               PIC X       VALUE SPACE.
           02 LFP-Flat-X           PIC X(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 LFP-Percent-X        PIC X(5).
           02 FILLER               PIC X       VALUE SPACE.
           02 LFP-Cap-X            PIC X(7).

       FD  LateFeeFile.
           COPY LATEFEE.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  JournalFile.
           COPY GLJRNL.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built
      * and lines pass the way they always did.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".
       01  WS-Close-Status         PIC XX      VALUE SPACES.
       01  WS-GL-Last-Closed       PIC 9(6)    VALUE ZERO.
       01  WS-GL-Entry-Month       PIC 9(6)    VALUE ZERO.
       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.
       01  WS-Chart-Found-Switch   PIC X       VALUE "N".
           88 ChartAccountKnown                VALUE "Y".
       01  WS-Jrnl-OK-Switch       PIC X       VALUE "Y".
           88 JournalLineOK                    VALUE "Y".
       01  WS-Jrnl-Reject-Reason   PIC X(40)   VALUE SPACES.
       01  WS-Jrnl-Lines-Rejected  PIC 9(5)    VALUE ZERO.

       01  WS-Student-Status        PIC XX      VALUE SPACES.
       01  WS-Invoice-Status        PIC XX      VALUE SPACES.
       01  WS-InvNum-Status         PIC XX      VALUE SPACES.
       01  WS-Plan-Status           PIC XX      VALUE SPACES.
       01  WS-Policy-Status         PIC XX      VALUE SPACES.
       01  WS-LateFee-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-Invoice-EOF-Switch    PIC X       VALUE "N".
           88 EndOfInvoiceFile                  VALUE "Y".
       01  WS-Plan-EOF-Switch       PIC X       VALUE "N".
           88 EndOfPlanFile                     VALUE "Y".
       01  WS-LateFee-EOF-Switch    PIC X       VALUE "N".
           88 EndOfLateFeeFile                  VALUE "Y".
       01  WS-Student-File-Sw       PIC X       VALUE "N".
           88 StudentFileOnHand                 VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Business-Month        PIC 9(6)    VALUE ZERO.
       01  WS-Fee-Month             PIC 9(6)    VALUE ZERO.
       01  WS-Next-Invoice-Number   PIC 9(6)    VALUE 1.

      * The policy as loaded - a record missing or keyed wrong stops
      * the run before anything is charged.
       01  WS-Policy-Switch         PIC X       VALUE "N".
           88 PolicyLoaded                      VALUE "Y".
       01  WS-Grace-Days            PIC 9(3)    VALUE ZERO.
       01  WS-Fee-Method            PIC X       VALUE SPACE.
           88 ChargeFlatFee                     VALUE "F".
       01  WS-Flat-X                PIC X(7)    VALUE SPACES.
       01  WS-Flat-Fee REDEFINES WS-Flat-X
                                    PIC 9(5)V99.
       01  WS-Percent-X             PIC X(5)    VALUE SPACES.
       01  WS-Fee-Percent REDEFINES WS-Percent-X
                                    PIC 9(3)V99.
       01  WS-Cap-X                 PIC X(7)    VALUE SPACES.
       01  WS-Fee-Cap REDEFINES WS-Cap-X
                                    PIC 9(5)V99.
       01  WS-Grace-X               PIC X(3)    VALUE SPACES.
       01  WS-Grace-Num REDEFINES WS-Grace-X
                                    PIC 9(3).

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

      * LATEFEE.DAT rides here for the run - earlier fees are looked
      * up so an invoice charged this month is not charged again,
      * and this run's fees append before the table stores back.
       01  FeeTableCount            PIC 9(5)    COMP VALUE ZERO.
       01  FeeTable.
           02 FeeEntry              OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON FeeTableCount
                                     INDEXED BY FeeIdx.
               03 FE-Record-Tbl     PIC X(98).
               03 FE-Fields-Tbl REDEFINES FE-Record-Tbl.
                   04 FE-Fee-Number PIC 9(6).
                   04 FILLER        PIC X.
                   04 FE-Invoice    PIC 9(6).
                   04 FILLER        PIC X.
                   04 FE-StudentId  PIC 9(7).
                   04 FILLER        PIC X.
                   04 FE-Date       PIC 9(8).
                   04 FILLER        PIC X(68).
       01  WS-Charged-Switch        PIC X       VALUE "N".
           88 ChargedThisMonth                  VALUE "Y".

      * The invoices found late on the walk, raised once the walk is
      * done so the new fee invoices never come round on it.
       01  ChargeTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChargeTable.
           02 ChargeEntry           OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON ChargeTableCount
                                     INDEXED BY ChargeIdx.
               03 CH-Invoice-Tbl    PIC 9(6).
               03 CH-StudentId-Tbl  PIC 9(7).
               03 CH-CourseCode-Tbl PIC X(4).
               03 CH-Base-Tbl       PIC 9(7)V99.
               03 CH-Fee-Tbl        PIC 9(5)V99.

       01  WS-Open-Amount           PIC 9(7)V99 VALUE ZERO.
       01  WS-Remaining-Amount      PIC 9(7)V99 VALUE ZERO.
       01  WS-Portion-Amount        PIC 9(7)V99 VALUE ZERO.
       01  WS-Late-Amount           PIC 9(7)V99 VALUE ZERO.
       01  WS-Fee-Amount            PIC 9(5)V99 VALUE ZERO.
       01  WS-Fee-Work              PIC 9(7)V99 VALUE ZERO.

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

       01  WS-Run-Totals.
           02 WS-Invoices-Scanned   PIC 9(7)    VALUE ZERO.
           02 WS-Invoices-Late      PIC 9(5)    VALUE ZERO.
           02 WS-Already-Charged    PIC 9(5)    VALUE ZERO.
           02 WS-Fees-Raised        PIC 9(5)    VALUE ZERO.
           02 WS-Fees-Capped        PIC 9(5)    VALUE ZERO.
           02 WS-Not-Charged        PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Fees,
                               MONEY-EDIT  BY WS-Total-Fees-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(38)   VALUE
              "LATE-PAYMENT FEE REGISTER - RUN DATE ".
           02 TTL-Date              PIC 9(8).
           02 FILLER                PIC X(34)   VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "FEE-INV  STUD-ID  SURNAME  IN  ON-INV CRSE      OVERDUE
      -    "        FEE".

       01  WS-Detail-Line.
           02 DL-Fee-Number         PIC 9(6).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-StudentId          PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Surname            PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Initials           PIC XX.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Invoice            PIC 9(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Base               PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Fee                PIC ZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Capped             PIC X(3).
           02 FILLER                PIC X(10)   VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER                PIC X(17)   VALUE
              "FEES RAISED    : ".
           02 TL-Count              PIC ZZZZ9.
           02 FILLER                PIC X(15)   VALUE "  TOTAL FEES : ".
           02 TL-Amount             PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(31)   VALUE SPACES.

       01  WS-Policy-Line.
           02 FILLER                PIC X(14)   VALUE "GRACE DAYS : ".
           02 PL-Line-Grace         PIC ZZ9.
           02 FILLER                PIC X(12)   VALUE "   METHOD : ".
           02 PL-Line-Method        PIC X(10).
           02 FILLER                PIC X(9)    VALUE "   CAP : ".
           02 PL-Line-Cap           PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-No-Fees-Line          PIC X(80)   VALUE
           "NO INVOICE QUALIFIED FOR A LATE-PAYMENT FEE".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".

       PROCEDURE DIVISION.
       BEGIN.
      * The monthly late-payment fee run. Every open tuition invoice
      * past the LFEEPOL.DAT grace period - from its invoice date,
      * or from the due date of an unmet installment where a plan
      * covers it - is charged one fee a calendar month, raised as
      * its own invoice under the INVNUM.DAT numbering with the
      * course code LATE. The fee is the policy's flat amount or
      * its percentage of the overdue balance, held to the cap.
      * Fees themselves draw no further fee. Every fee lists on the
      * register, records on LATEFEE.DAT for LateFeeWaive, and the
      * run's total posts to GLJRNL.DAT through the chart.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today-Split
            DIVIDE WS-Business-Date BY 100 GIVING WS-Business-Month
            PERFORM LoadPolicy
            IF NOT PolicyLoaded
                DISPLAY "LateFeeRun - LFEEPOL.DAT MISSING OR KEYED "
                    "WRONG - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadPlanTable
            PERFORM LoadLateFeeTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth
            PERFORM GetNextInvoiceNumber

            OPEN I-O InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                DISPLAY "LateFeeRun - NO INVOICE.DAT - NOTHING TO "
                    "CHARGE"
                STOP RUN
            END-IF
            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT RegisterFile
            MOVE WS-Business-Date TO TTL-Date
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM PrintPolicyLine
            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Column-Line TO ShowRegister
            WRITE ShowRegister

            MOVE ZERO TO INV-Number
            START InvoiceFile KEY IS NOT LESS THAN INV-Number
                INVALID KEY SET EndOfInvoiceFile TO TRUE
            END-START
            PERFORM UNTIL EndOfInvoiceFile
                READ InvoiceFile NEXT RECORD
                    AT END SET EndOfInvoiceFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-Invoices-Scanned
                        IF InvoiceOpen
                           AND NOT LateFeeInvoice
                            PERFORM AssessOneInvoice
                        END-IF
                END-READ
            END-PERFORM

            PERFORM RaiseOneFee
                VARYING ChargeIdx FROM 1 BY 1
                UNTIL ChargeIdx > ChargeTableCount

            IF WS-Fees-Raised = ZERO
                MOVE WS-No-Fees-Line TO ShowRegister
                WRITE ShowRegister
            END-IF
            MOVE WS-Fees-Raised TO TL-Count
            MOVE WS-Total-Fees  TO TL-Amount
            MOVE WS-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-End-Of-Report-Line TO ShowRegister
            WRITE ShowRegister

            CLOSE InvoiceFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF
            CLOSE RegisterFile

            PERFORM StoreNextInvoiceNumber
            PERFORM StoreLateFeeTable
            IF WS-Total-Fees > ZERO
                PERFORM WriteJournalEntries
            END-IF
            PERFORM DisplayRunTotals
            STOP RUN.

      * How much of the invoice is past grace - all of the open
      * balance once the invoice date is, or for a planned invoice
      * only the installments past it.
       AssessOneInvoice.
            COMPUTE WS-Open-Amount = INV-Amount - INV-Paid-Amount
            MOVE ZERO TO WS-Late-Amount
            PERFORM CheckInvoicePlanned
            IF InvoiceIsPlanned
                PERFORM AssessAgainstPlan
            ELSE
                MOVE INV-Date TO WS-Age-Date
                MOVE WS-Open-Amount TO WS-Portion-Amount
                PERFORM AssessOnePortion
            END-IF
            IF WS-Late-Amount > ZERO
                ADD 1 TO WS-Invoices-Late
                PERFORM CheckChargedThisMonth
                IF ChargedThisMonth
                    ADD 1 TO WS-Already-Charged
                ELSE
                    PERFORM PriceFee
                    IF WS-Fee-Amount > ZERO
                       AND ChargeTableCount < 5000
                        SET ChargeIdx TO ChargeTableCount
                        SET ChargeIdx UP BY 1
                        SET ChargeTableCount TO ChargeIdx
                        MOVE INV-Number
                            TO CH-Invoice-Tbl(ChargeIdx)
                        MOVE INV-StudentId
                            TO CH-StudentId-Tbl(ChargeIdx)
                        MOVE INV-CourseCode
                            TO CH-CourseCode-Tbl(ChargeIdx)
                        MOVE WS-Late-Amount TO CH-Base-Tbl(ChargeIdx)
                        MOVE WS-Fee-Amount  TO CH-Fee-Tbl(ChargeIdx)
                    ELSE
                        ADD 1 TO WS-Not-Charged
                    END-IF
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
      * schedule order, as AgedReceivables spreads it; any balance
      * past the end of the plan runs from the invoice date.
       AssessAgainstPlan.
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
                    PERFORM AssessOnePortion
                    SUBTRACT WS-Portion-Amount
                        FROM WS-Remaining-Amount
                END-IF
            END-PERFORM
            IF WS-Remaining-Amount > ZERO
                MOVE INV-Date TO WS-Age-Date
                MOVE WS-Remaining-Amount TO WS-Portion-Amount
                PERFORM AssessOnePortion
            END-IF.

       AssessOnePortion.
            PERFORM ComputeAgeDays
            IF WS-Age-Days > WS-Grace-Days
                ADD WS-Portion-Amount TO WS-Late-Amount
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

      * A fee already raised on this invoice in the business month
      * - waived or not - means a rerun charges nothing new.
       CheckChargedThisMonth.
            MOVE "N" TO WS-Charged-Switch
            PERFORM VARYING FeeIdx FROM 1 BY 1
                    UNTIL FeeIdx > FeeTableCount
                    OR ChargedThisMonth
                IF FE-Invoice(FeeIdx) = INV-Number
                    DIVIDE FE-Date(FeeIdx) BY 100
                        GIVING WS-Fee-Month
                    IF WS-Fee-Month = WS-Business-Month
                        SET ChargedThisMonth TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       PriceFee.
            IF ChargeFlatFee
                MOVE WS-Flat-Fee TO WS-Fee-Work
            ELSE
                COMPUTE WS-Fee-Work ROUNDED =
                    WS-Late-Amount * WS-Fee-Percent / 100
            END-IF
            IF WS-Fee-Cap > ZERO
               AND WS-Fee-Work > WS-Fee-Cap
                MOVE WS-Fee-Cap TO WS-Fee-Work
                ADD 1 TO WS-Fees-Capped
            END-IF
            MOVE WS-Fee-Work TO WS-Fee-Amount.

       RaiseOneFee.
            MOVE WS-Next-Invoice-Number TO INV-Number
            MOVE CH-StudentId-Tbl(ChargeIdx) TO INV-StudentId
            SET LateFeeInvoice TO TRUE
            MOVE WS-Business-Date TO INV-Date
            MOVE CH-Fee-Tbl(ChargeIdx) TO INV-Amount
            MOVE ZERO TO INV-Paid-Amount
            SET InvoiceOpen TO TRUE
            WRITE InvoiceRecord
                INVALID KEY
                    DISPLAY "LateFeeRun - DUPLICATE INVOICE NUMBER "
                        INV-Number " - CHECK INVNUM.DAT"
                NOT INVALID KEY
                    PERFORM RecordOneFee
            END-WRITE
            ADD 1 TO WS-Next-Invoice-Number.

       RecordOneFee.
            ADD 1 TO WS-Fees-Raised
            ADD CH-Fee-Tbl(ChargeIdx) TO WS-Total-Fees
            MOVE INV-Number                  TO LFE-Fee-Number
            MOVE CH-Invoice-Tbl(ChargeIdx)   TO LFE-Invoice
            MOVE CH-StudentId-Tbl(ChargeIdx) TO LFE-StudentId
            MOVE WS-Business-Date            TO LFE-Date
            MOVE CH-Base-Tbl(ChargeIdx)      TO LFE-Base-Amount
            MOVE CH-Fee-Tbl(ChargeIdx)       TO LFE-Fee-Amount
            SET LateFeeRaised TO TRUE
            MOVE ZERO   TO LFE-Waived-Amount
            MOVE ZERO   TO LFE-Waive-Date
            MOVE SPACES TO LFE-Waive-Reason
            SET FeeIdx TO FeeTableCount
            SET FeeIdx UP BY 1
            SET FeeTableCount TO FeeIdx
            MOVE LateFeeRecord TO FE-Record-Tbl(FeeIdx)
            MOVE INV-Number                  TO DL-Fee-Number
            MOVE CH-StudentId-Tbl(ChargeIdx) TO DL-StudentId
            MOVE SPACES TO DL-Surname
            MOVE SPACES TO DL-Initials
            IF StudentFileOnHand
                MOVE CH-StudentId-Tbl(ChargeIdx) TO StudentId
                READ StudentFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE Surname OF StudentMasterRecord
                            TO DL-Surname
                        MOVE Initials OF StudentMasterRecord
                            TO DL-Initials
                END-READ
            END-IF
            MOVE CH-Invoice-Tbl(ChargeIdx)    TO DL-Invoice
            MOVE CH-CourseCode-Tbl(ChargeIdx) TO DL-CourseCode
            MOVE CH-Base-Tbl(ChargeIdx)       TO DL-Base
            MOVE CH-Fee-Tbl(ChargeIdx)        TO DL-Fee
            MOVE SPACES TO DL-Capped
            IF WS-Fee-Cap > ZERO
               AND CH-Fee-Tbl(ChargeIdx) = WS-Fee-Cap
                MOVE "CAP" TO DL-Capped
            END-IF
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister.

       PrintPolicyLine.
            MOVE WS-Grace-Days TO PL-Line-Grace
            IF ChargeFlatFee
                MOVE "FLAT"    TO PL-Line-Method
            ELSE
                MOVE "PERCENT" TO PL-Line-Method
            END-IF
            MOVE WS-Fee-Cap TO PL-Line-Cap
            MOVE WS-Policy-Line TO ShowRegister
            WRITE ShowRegister.

      * One balanced posting per run - student debtors debit, late
      * fee income credit.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            MOVE "STUDDEBT" TO GLJ-Account
            MOVE WS-Total-Fees TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "LATEFEE" TO GLJ-Source
            PERFORM PostJournalLine
            MOVE "LATEFEES" TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Fees TO GLJ-Credit
            MOVE WS-Business-Date TO GLJ-Date
            MOVE "LATEFEE" TO GLJ-Source
            PERFORM PostJournalLine
            CLOSE JournalFile.

      * Every journal line passes the chart and the period lock
      * before it writes - an account the chart does not know, a
      * closed account, or a date in a month already closed all
      * reject to EXCEPTS.DAT instead of surfacing at month end.
       PostJournalLine.
            MOVE "Y" TO WS-Jrnl-OK-Switch
            IF ChartTableCount > ZERO
                PERFORM LookUpChartAccount
                IF NOT ChartAccountKnown
                    MOVE "N" TO WS-Jrnl-OK-Switch
                    MOVE "JOURNAL ACCOUNT NOT ON CHART"
                        TO WS-Jrnl-Reject-Reason
                END-IF
            END-IF
            DIVIDE GLJ-Date BY 100 GIVING WS-GL-Entry-Month
            IF WS-GL-Last-Closed > ZERO
               AND WS-GL-Entry-Month <= WS-GL-Last-Closed
                MOVE "N" TO WS-Jrnl-OK-Switch
                MOVE "JOURNAL DATE IN CLOSED PERIOD"
                    TO WS-Jrnl-Reject-Reason
            END-IF
            IF JournalLineOK
                WRITE JournalRecord
            ELSE
                ADD 1 TO WS-Jrnl-Lines-Rejected
                PERFORM WriteJournalException
            END-IF.

       LookUpChartAccount.
            MOVE "N" TO WS-Chart-Found-Switch
            SET ChartIdx TO 1
            SEARCH ChartEntry
               AT END MOVE "N" TO WS-Chart-Found-Switch
               WHEN CA-Account-Tbl(ChartIdx) = GLJ-Account
                    AND CA-Status-Tbl(ChartIdx) NOT = "C"
                    SET ChartAccountKnown TO TRUE
            END-SEARCH.

       WriteJournalException.
            OPEN EXTEND CommonExceptFile
            MOVE "LATEFEERUN" TO EXC-Program
            MOVE GLJ-Account TO EXC-Key
            MOVE WS-Jrnl-Reject-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No CHART.DAT (a "35" status) means the chart is not built
      * yet - lines pass unvalidated, as they always did.
       LoadChartTable.
            OPEN INPUT ChartFile
            IF WS-Chart-Status NOT = "00"
                SET EndOfChartFile TO TRUE
            ELSE
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfChartFile
                SET ChartIdx TO ChartTableCount
                SET ChartIdx UP BY 1
                SET ChartTableCount TO ChartIdx
                MOVE COA-Account TO CA-Account-Tbl(ChartIdx)
                MOVE COA-Status  TO CA-Status-Tbl(ChartIdx)
                READ ChartFile
                    AT END SET EndOfChartFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Chart-Status NOT = "35"
                CLOSE ChartFile
            END-IF.

      * No GLCLOSE.DAT (a "35" status) means no month has closed.
       GetLastClosedMonth.
            MOVE ZERO TO WS-GL-Last-Closed
            OPEN INPUT CloseControlFile
            IF WS-Close-Status = "00"
                READ CloseControlFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE GLC-Last-Closed TO WS-GL-Last-Closed
                END-READ
                CLOSE CloseControlFile
            END-IF.

      * The policy must be there and keyed whole - numeric grace,
      * F or P with its amount numeric, and a numeric cap.
       LoadPolicy.
            MOVE "N" TO WS-Policy-Switch
            OPEN INPUT PolicyFile
            IF WS-Policy-Status = "00"
                READ PolicyFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE LFP-Grace-Days-X TO WS-Grace-X
                        MOVE LFP-Method       TO WS-Fee-Method
                        MOVE LFP-Flat-X       TO WS-Flat-X
                        MOVE LFP-Percent-X    TO WS-Percent-X
                        MOVE LFP-Cap-X        TO WS-Cap-X
                        IF WS-Grace-X NUMERIC
                           AND WS-Cap-X NUMERIC
                           AND ((FlatFeePolicy AND WS-Flat-X NUMERIC)
                             OR (PercentFeePolicy
                                 AND WS-Percent-X NUMERIC))
                            SET PolicyLoaded TO TRUE
                            MOVE WS-Grace-Num TO WS-Grace-Days
                        END-IF
                END-READ
                CLOSE PolicyFile
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

      * No LATEFEE.DAT yet (a "35" status) - no fee has been raised.
       LoadLateFeeTable.
            OPEN INPUT LateFeeFile
            IF WS-LateFee-Status NOT = "00"
                SET EndOfLateFeeFile TO TRUE
            ELSE
                READ LateFeeFile
                    AT END SET EndOfLateFeeFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLateFeeFile
                SET FeeIdx TO FeeTableCount
                SET FeeIdx UP BY 1
                SET FeeTableCount TO FeeIdx
                MOVE LateFeeRecord TO FE-Record-Tbl(FeeIdx)
                READ LateFeeFile
                    AT END SET EndOfLateFeeFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LateFee-Status NOT = "35"
                CLOSE LateFeeFile
            END-IF.

       StoreLateFeeTable.
            OPEN OUTPUT LateFeeFile
            PERFORM VARYING FeeIdx FROM 1 BY 1
                    UNTIL FeeIdx > FeeTableCount
                MOVE FE-Record-Tbl(FeeIdx) TO LateFeeRecord
                WRITE LateFeeRecord
            END-PERFORM
            CLOSE LateFeeFile.

      * No INVNUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextInvoiceNumber.
            OPEN INPUT InvoiceNumFile
            IF WS-InvNum-Status = "00"
                READ InvoiceNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE IVN-Next-Number
                            TO WS-Next-Invoice-Number
                END-READ
                CLOSE InvoiceNumFile
            END-IF.

       StoreNextInvoiceNumber.
            OPEN OUTPUT InvoiceNumFile
            MOVE WS-Next-Invoice-Number TO IVN-Next-Number
            WRITE InvoiceNumRecord
            CLOSE InvoiceNumFile.

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
            MOVE WS-Total-Fees TO WS-Total-Fees-Edit
            DISPLAY "LateFeeRun - Control Report"
            DISPLAY "Business date        : " WS-Business-Date
            DISPLAY "Invoices scanned     : " WS-Invoices-Scanned
            DISPLAY "Invoices past grace  : " WS-Invoices-Late
            DISPLAY "Charged this month   : " WS-Already-Charged
            DISPLAY "Priced at nothing    : " WS-Not-Charged
            DISPLAY "Fees raised          : " WS-Fees-Raised
            DISPLAY "Fees held to cap     : " WS-Fees-Capped
            DISPLAY "Journal lines reject : " WS-Jrnl-Lines-Rejected
            DISPLAY "Total fees raised    : " WS-Total-Fees-Edit.

       END PROGRAM LateFeeRun.
