      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandOrdGen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingOrderFile ASSIGN "STANDORD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Standing-Status.

           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SalesPersonFile ASSIGN "SLSMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SalesPerson-Status.

      * Unpaid sales invoices seed each customer's exposure, the
      * same way the sales report's credit check starts.
           SELECT SalesInvoiceFile ASSIGN "SALESINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SalesInv-Status.

      * Generated lines queue here - SalesEntry folds them into the
      * next extract it builds, so they ride validation, the credit
      * check, allocation and backorders like any keyed sale.
           SELECT ReleasedFile ASSIGN "RELSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ListingFile ASSIGN "STOGEN.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "STOGENEX.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StandingOrderFile.
           COPY STANDORD.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  ProductFile.
           COPY PRODMAST.

       FD  SalesPersonFile.
           COPY SLSMAST.

       FD  SalesInvoiceFile.
           COPY SALESINV.

       FD  ReleasedFile.
       01  ReleasedRecord.
           02 RL-Cus-Id     PIC 9(5).
           02 RL-Cus-Name   PIC X(20).
           02 RL-Oil-Id     PIC X.
           02 RL-Unit-Size  PIC 9.
           02 RL-Units-Sold PIC S9(3).
           02 RL-SalesPerson PIC X(3).

       FD  ListingFile.
       01  ShowListing              PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Key           PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-Standing-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-SalesPerson-Status    PIC XX      VALUE SPACES.
       01  WS-SalesInv-Status       PIC XX      VALUE SPACES.

       01  WS-Customer-File-Sw      PIC X       VALUE "N".
           88 CustomerFileOnHand                VALUE "Y".

       01  WS-Standing-EOF-Switch   PIC X       VALUE "N".
           88 EndOfStandingFile                 VALUE "Y".
       01  WS-Product-EOF-Switch    PIC X       VALUE "N".
           88 EndOfProductFile                  VALUE "Y".
       01  WS-SalesPerson-EOF-Sw    PIC X       VALUE "N".
           88 EndOfSalesPersonFile              VALUE "Y".
       01  WS-SalesInv-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSalesInvFile                 VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
       01  KeyedPeriodBegin         PIC X(8).
       01  KeyedPeriodEnd           PIC X(8).
       01  WS-Period-Begin          PIC 9(8)    VALUE ZERO.
       01  WS-Period-End            PIC 9(8)    VALUE ZERO.

       01  StandingTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  StandingTable.
           02 StandingEntry         OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON StandingTableCount
                                     INDEXED BY StandIdx.
               03 SO-Cus-Id-Tbl     PIC 9(5).
               03 SO-Oil-Id-Tbl     PIC X.
               03 SO-Size-Tbl       PIC 9.
               03 SO-Units-Tbl      PIC 9(3).
               03 SO-Frequency-Tbl  PIC 9(2).
               03 SO-Start-Tbl      PIC 9(8).
               03 SO-End-Tbl        PIC 9(8).
               03 SO-SalesPerson-Tbl PIC X(3).
               03 SO-Status-Tbl     PIC X.
                   88 StandingEntryActive  VALUE "A".
               03 SO-To-Due-Tbl     PIC 9(2).
               03 SO-Last-Period-Tbl PIC 9(8).
               03 SO-Last-Gen-Tbl   PIC 9(8).

       01  ProductTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry          OCCURS 1 TO 100 TIMES
                                     DEPENDING ON ProductTableCount
                                     INDEXED BY ProdIdx.
               03 PR-Id-Tbl         PIC X.
               03 PR-Price-Tbl      PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-EffDate-Tbl    PIC 9(8).
               03 PR-Status-Tbl     PIC X.
       01  WS-Product-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  SalesPersonTableCount    PIC 9(4)    COMP VALUE ZERO.
       01  SalesPersonTable.
           02 SalesPersonEntry      OCCURS 1 TO 100 TIMES
                                     DEPENDING ON
                                         SalesPersonTableCount
                                     INDEXED BY SPIdx.
               03 SP-Code-Tbl       PIC X(3).
               03 SP-Status-Tbl     PIC X.
                   88 SalesPersonEntryLeft VALUE "L".
       01  WS-SalesPerson-Sub       PIC 9(4)    COMP VALUE ZERO.

      * What each customer owes on unpaid invoices, plus the list
      * value of every line generated for them this run.
       01  ExposureTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ExposureTable.
           02 ExposureEntry         OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ExposureTableCount
                                     INDEXED BY ExpIdx.
               03 EX-Cus-Id-Tbl     PIC 9(5).
               03 EX-Amount-Tbl     PIC S9(7)V99.
       01  WS-Exposure-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Line-Value            PIC 9(7)V99 VALUE ZERO.

       01  WS-Due-Switch            PIC X       VALUE "N".
           88 LineDueThisPeriod                 VALUE "Y".
       01  WS-Cus-Found-Sw          PIC X       VALUE "N".
           88 StandingCustomerOnFile            VALUE "Y".
       01  WS-Listed-Count          PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Orders-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Due          PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Generated    PIC 9(5)    VALUE ZERO.
           02 WS-Units-Generated    PIC 9(7)    VALUE ZERO.
           02 WS-Lines-Excepted     PIC 9(5)    VALUE ZERO.
           02 WS-Already-Done       PIC 9(5)    VALUE ZERO.
           02 WS-Due-Next           PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(33)   VALUE
              "STANDING ORDER GENERATION PERIOD ".
           02 TL-Begin              PIC 9(8).
           02 FILLER                PIC X(4)    VALUE " TO ".
           02 TL-End                PIC 9(8).
           02 FILLER                PIC X(27)   VALUE SPACES.

       01  WS-Generated-Head-Line   PIC X(80)   VALUE
           "LINES GENERATED ONTO RELSALES.DAT".

       01  WS-Next-Head-Line        PIC X(80)   VALUE
           "LINES DUE NEXT PERIOD".

       01  WS-Column-Line           PIC X(80)   VALUE
           "CUS-ID NAME                 OIL SIZE UNITS  SP  FRQ START".

       01  WS-Detail-Line.
           02 DL-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Cus-Name           PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Oil-Id             PIC X.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DL-Size               PIC 9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Units              PIC ZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-SalesPerson        PIC X(3).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Frequency          PIC Z9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Start              PIC 9(8).
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-None-Line             PIC X(80)   VALUE
           "  NONE".

       01  WS-Count-Line.
           02 FILLER                PIC X(20)   VALUE
              "LINES LISTED      : ".
           02 CL-Count              PIC ZZZZ9.
           02 FILLER                PIC X(55)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The repeat salon orders, keyed once - at the start of each
      * sales period every active standing line that falls due is
      * written onto RELSALES.DAT for SalesEntry to fold into the
      * period's extract. A line for a product on its way out, a
      * salesperson who has left or a customer already over the
      * credit limit goes to the exception report instead. The
      * period each line last considered is stamped, so running the
      * same period twice generates nothing the second time.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM AcceptPeriodDates
            PERFORM LoadStandingTable
            PERFORM LoadProductTable
            PERFORM LoadSalesPersonTable
            PERFORM SeedOpenInvoiceExposure

            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF
            OPEN EXTEND ReleasedFile
            OPEN OUTPUT ListingFile
            OPEN OUTPUT ExceptionFile

            MOVE WS-Period-Begin TO TL-Begin
            MOVE WS-Period-End   TO TL-End
            MOVE WS-Title-Line TO ShowListing
            WRITE ShowListing
            MOVE WS-Blank-Line TO ShowListing
            WRITE ShowListing
            MOVE WS-Generated-Head-Line TO ShowListing
            WRITE ShowListing
            MOVE WS-Column-Line TO ShowListing
            WRITE ShowListing
            MOVE ZERO TO WS-Listed-Count
            PERFORM ConsiderOneStandingLine
                VARYING StandIdx FROM 1 BY 1
                UNTIL StandIdx > StandingTableCount
            PERFORM WriteListedCount

            MOVE WS-Blank-Line TO ShowListing
            WRITE ShowListing
            MOVE WS-Next-Head-Line TO ShowListing
            WRITE ShowListing
            MOVE WS-Column-Line TO ShowListing
            WRITE ShowListing
            MOVE ZERO TO WS-Listed-Count
            PERFORM ListDueNextPeriod
                VARYING StandIdx FROM 1 BY 1
                UNTIL StandIdx > StandingTableCount
            MOVE WS-Listed-Count TO WS-Due-Next
            PERFORM WriteListedCount

            CLOSE ReleasedFile
            CLOSE ListingFile
            CLOSE ExceptionFile
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF

            PERFORM StoreStandingTable

            DISPLAY "StandOrdGen - Control Report"
            DISPLAY "Standing lines read    : " WS-Orders-Read
            DISPLAY "Period already done    : " WS-Already-Done
            DISPLAY "Lines due this period  : " WS-Lines-Due
            DISPLAY "Lines generated        : " WS-Lines-Generated
            DISPLAY "Units generated        : " WS-Units-Generated
            DISPLAY "Lines to exception     : " WS-Lines-Excepted
            DISPLAY "Lines due next period  : " WS-Due-Next
            STOP RUN.

      * The same period prompts SalesEntry puts up - the generation
      * runs at the start of the period the extract will carry.
       AcceptPeriodDates.
            DISPLAY "Period begin date YYYYMMDD: " WITH NO ADVANCING
            MOVE SPACES TO KeyedPeriodBegin
            ACCEPT KeyedPeriodBegin
            PERFORM UNTIL KeyedPeriodBegin NUMERIC
                DISPLAY "Period begin must be 8 numeric digits. "
                    "Re-key: " WITH NO ADVANCING
                MOVE SPACES TO KeyedPeriodBegin
                ACCEPT KeyedPeriodBegin
            END-PERFORM
            DISPLAY "Period end date   YYYYMMDD: " WITH NO ADVANCING
            MOVE SPACES TO KeyedPeriodEnd
            ACCEPT KeyedPeriodEnd
            PERFORM UNTIL KeyedPeriodEnd NUMERIC
                      AND KeyedPeriodEnd >= KeyedPeriodBegin
                DISPLAY "Period end must be 8 numeric digits, not "
                    "before the begin. Re-key: " WITH NO ADVANCING
                MOVE SPACES TO KeyedPeriodEnd
                ACCEPT KeyedPeriodEnd
            END-PERFORM
            MOVE KeyedPeriodBegin TO WS-Period-Begin
            MOVE KeyedPeriodEnd   TO WS-Period-End.

      * A line inside its dates is considered once per period: the
      * periods-to-due count runs down, and at one the line is due
      * and the count starts again at the frequency. A due line
      * that fails its checks still uses up its turn - the salon is
      * rung, not sent the same order twice next period.
       ConsiderOneStandingLine.
            ADD 1 TO WS-Orders-Read
            MOVE "N" TO WS-Due-Switch
            IF StandingEntryActive(StandIdx)
               AND SO-Start-Tbl(StandIdx) <= WS-Period-End
               AND (SO-End-Tbl(StandIdx) = ZERO
                    OR SO-End-Tbl(StandIdx) >= WS-Period-Begin)
                IF SO-Last-Period-Tbl(StandIdx) >= WS-Period-Begin
                    ADD 1 TO WS-Already-Done
                ELSE
                    MOVE WS-Period-Begin
                        TO SO-Last-Period-Tbl(StandIdx)
                    IF SO-To-Due-Tbl(StandIdx) <= 1
                        SET LineDueThisPeriod TO TRUE
                        MOVE SO-Frequency-Tbl(StandIdx)
                            TO SO-To-Due-Tbl(StandIdx)
                    ELSE
                        SUBTRACT 1 FROM SO-To-Due-Tbl(StandIdx)
                    END-IF
                END-IF
            END-IF
            IF LineDueThisPeriod
                ADD 1 TO WS-Lines-Due
                PERFORM GenerateOneLine
            END-IF.

       GenerateOneLine.
            PERFORM LookUpCustomer
            PERFORM LookUpProduct
            PERFORM LookUpSalesPerson
            PERFORM LocateExposureEntry
            MOVE ZERO TO WS-Line-Value
            IF WS-Product-Sub > ZERO
                COMPUTE WS-Line-Value ROUNDED =
                    SO-Units-Tbl(StandIdx) *
                    PR-Price-Tbl(WS-Product-Sub SO-Size-Tbl(StandIdx))
            END-IF
            MOVE SO-Cus-Id-Tbl(StandIdx) TO Except-Key
            MOVE SO-Oil-Id-Tbl(StandIdx) TO Except-Key(6:1)
            MOVE SO-Size-Tbl(StandIdx)   TO Except-Key(7:1)
            EVALUATE TRUE
                WHEN NOT StandingCustomerOnFile
                    MOVE "CUSTOMER NOT ON CUSTMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-Product-Sub = ZERO
                    MOVE "PRODUCT NOT ON PRODMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PR-Status-Tbl(WS-Product-Sub) = "D"
                    MOVE "PRODUCT DISCONTINUED"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PR-Status-Tbl(WS-Product-Sub) = "P"
                    MOVE "PRODUCT DISCONTINUE-PENDING"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-SalesPerson-Sub = ZERO
                    MOVE "SALESPERSON NOT ON SLSMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN SalesPersonEntryLeft(WS-SalesPerson-Sub)
                    MOVE "SALESPERSON HAS LEFT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN CM-Credit-Limit > ZERO
                 AND EX-Amount-Tbl(WS-Exposure-Sub) + WS-Line-Value
                     > CM-Credit-Limit
                    MOVE "CUSTOMER OVER CREDIT LIMIT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    PERFORM WriteGeneratedLine
            END-EVALUATE.

       WriteGeneratedLine.
            MOVE SO-Cus-Id-Tbl(StandIdx)      TO RL-Cus-Id
            MOVE CM-Cus-Name                  TO RL-Cus-Name
            MOVE SO-Oil-Id-Tbl(StandIdx)      TO RL-Oil-Id
            MOVE SO-Size-Tbl(StandIdx)        TO RL-Unit-Size
            MOVE SO-Units-Tbl(StandIdx)       TO RL-Units-Sold
            MOVE SO-SalesPerson-Tbl(StandIdx) TO RL-SalesPerson
            WRITE ReleasedRecord
            ADD WS-Line-Value TO EX-Amount-Tbl(WS-Exposure-Sub)
            MOVE WS-Period-Begin TO SO-Last-Gen-Tbl(StandIdx)
            ADD 1 TO WS-Lines-Generated
            ADD SO-Units-Tbl(StandIdx) TO WS-Units-Generated
            PERFORM WriteListingLine.

      * Due next period: an active line still running past this
      * period whose count is down to one - and any line not yet
      * started, listed with its start date so it is expected.
       ListDueNextPeriod.
            IF StandingEntryActive(StandIdx)
               AND SO-To-Due-Tbl(StandIdx) <= 1
               AND (SO-End-Tbl(StandIdx) = ZERO
                    OR SO-End-Tbl(StandIdx) > WS-Period-End)
                PERFORM LookUpCustomer
                PERFORM WriteListingLine
            END-IF.

       WriteListingLine.
            MOVE SO-Cus-Id-Tbl(StandIdx)      TO DL-Cus-Id
            MOVE SPACES                       TO DL-Cus-Name
            IF StandingCustomerOnFile
                MOVE CM-Cus-Name              TO DL-Cus-Name
            END-IF
            MOVE SO-Oil-Id-Tbl(StandIdx)      TO DL-Oil-Id
            MOVE SO-Size-Tbl(StandIdx)        TO DL-Size
            MOVE SO-Units-Tbl(StandIdx)       TO DL-Units
            MOVE SO-SalesPerson-Tbl(StandIdx) TO DL-SalesPerson
            MOVE SO-Frequency-Tbl(StandIdx)   TO DL-Frequency
            MOVE SO-Start-Tbl(StandIdx)       TO DL-Start
            MOVE WS-Detail-Line TO ShowListing
            WRITE ShowListing
            ADD 1 TO WS-Listed-Count.

       WriteListedCount.
            IF WS-Listed-Count = ZERO
                MOVE WS-None-Line TO ShowListing
                WRITE ShowListing
            END-IF
            MOVE WS-Listed-Count TO CL-Count
            MOVE WS-Count-Line TO ShowListing
            WRITE ShowListing.

      * No CUSTMAST.DAT at all leaves nobody to generate for.
       LookUpCustomer.
            MOVE "N" TO WS-Cus-Found-Sw
            MOVE ZERO TO CM-Credit-Limit
            MOVE SPACES TO CM-Cus-Name
            IF CustomerFileOnHand
                MOVE SO-Cus-Id-Tbl(StandIdx) TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY
                        MOVE ZERO TO CM-Credit-Limit
                        MOVE SPACES TO CM-Cus-Name
                    NOT INVALID KEY
                        SET StandingCustomerOnFile TO TRUE
                END-READ
            END-IF.

       LookUpProduct.
            MOVE ZERO TO WS-Product-Sub
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE ZERO TO WS-Product-Sub
                   WHEN PR-Id-Tbl(ProdIdx) = SO-Oil-Id-Tbl(StandIdx)
                        SET WS-Product-Sub TO ProdIdx
                END-SEARCH
            END-IF.

       LookUpSalesPerson.
            MOVE ZERO TO WS-SalesPerson-Sub
            IF SalesPersonTableCount > ZERO
                SET SPIdx TO 1
                SEARCH SalesPersonEntry
                   AT END MOVE ZERO TO WS-SalesPerson-Sub
                   WHEN SP-Code-Tbl(SPIdx) =
                            SO-SalesPerson-Tbl(StandIdx)
                        SET WS-SalesPerson-Sub TO SPIdx
                END-SEARCH
            END-IF.

      * A customer with nothing owing earns a zero row the first
      * time a line is generated for them.
       LocateExposureEntry.
            MOVE ZERO TO WS-Exposure-Sub
            IF ExposureTableCount > ZERO
                SET ExpIdx TO 1
                SEARCH ExposureEntry
                   AT END MOVE ZERO TO WS-Exposure-Sub
                   WHEN EX-Cus-Id-Tbl(ExpIdx) = SO-Cus-Id-Tbl(StandIdx)
                        SET WS-Exposure-Sub TO ExpIdx
                END-SEARCH
            END-IF
            IF WS-Exposure-Sub = ZERO
                SET ExpIdx TO ExposureTableCount
                SET ExpIdx UP BY 1
                SET ExposureTableCount TO ExpIdx
                SET WS-Exposure-Sub TO ExpIdx
                MOVE SO-Cus-Id-Tbl(StandIdx)
                    TO EX-Cus-Id-Tbl(WS-Exposure-Sub)
                MOVE ZERO TO EX-Amount-Tbl(WS-Exposure-Sub)
            END-IF.

      * No SALESINV.DAT (a "35" status) just means invoicing has not
      * started - nobody owes anything yet.
       SeedOpenInvoiceExposure.
            OPEN INPUT SalesInvoiceFile
            IF WS-SalesInv-Status NOT = "00"
                SET EndOfSalesInvFile TO TRUE
            ELSE
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSalesInvFile
                IF SalesInvoiceOpen
                    PERFORM SeedOneInvoiceExposure
                END-IF
                READ SalesInvoiceFile
                    AT END SET EndOfSalesInvFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesInv-Status NOT = "35"
                CLOSE SalesInvoiceFile
            END-IF.

       SeedOneInvoiceExposure.
            MOVE ZERO TO WS-Exposure-Sub
            IF ExposureTableCount > ZERO
                SET ExpIdx TO 1
                SEARCH ExposureEntry
                   AT END MOVE ZERO TO WS-Exposure-Sub
                   WHEN EX-Cus-Id-Tbl(ExpIdx) = SIV-Cus-Id
                        SET WS-Exposure-Sub TO ExpIdx
                END-SEARCH
            END-IF
            IF WS-Exposure-Sub = ZERO
                SET ExpIdx TO ExposureTableCount
                SET ExpIdx UP BY 1
                SET ExposureTableCount TO ExpIdx
                SET WS-Exposure-Sub TO ExpIdx
                MOVE SIV-Cus-Id TO EX-Cus-Id-Tbl(WS-Exposure-Sub)
                MOVE ZERO TO EX-Amount-Tbl(WS-Exposure-Sub)
            END-IF
            COMPUTE EX-Amount-Tbl(WS-Exposure-Sub) =
                EX-Amount-Tbl(WS-Exposure-Sub)
                + SIV-Amount - SIV-Paid-Amount.

      * No STANDORD.DAT yet (a "35" status) - nothing stands, and
      * nothing is generated.
       LoadStandingTable.
            OPEN INPUT StandingOrderFile
            IF WS-Standing-Status NOT = "00"
                SET EndOfStandingFile TO TRUE
            ELSE
                READ StandingOrderFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfStandingFile
                SET StandIdx TO StandingTableCount
                SET StandIdx UP BY 1
                SET StandingTableCount TO StandIdx
                MOVE STO-Cus-Id        TO SO-Cus-Id-Tbl(StandIdx)
                MOVE STO-Oil-Id        TO SO-Oil-Id-Tbl(StandIdx)
                MOVE STO-Unit-Size     TO SO-Size-Tbl(StandIdx)
                MOVE STO-Units         TO SO-Units-Tbl(StandIdx)
                MOVE STO-Frequency     TO SO-Frequency-Tbl(StandIdx)
                MOVE STO-Start-Date    TO SO-Start-Tbl(StandIdx)
                MOVE STO-End-Date      TO SO-End-Tbl(StandIdx)
                MOVE STO-SalesPerson   TO SO-SalesPerson-Tbl(StandIdx)
                MOVE STO-Status        TO SO-Status-Tbl(StandIdx)
                MOVE STO-Periods-To-Due TO SO-To-Due-Tbl(StandIdx)
                MOVE STO-Last-Period   TO SO-Last-Period-Tbl(StandIdx)
                MOVE STO-Last-Generated TO SO-Last-Gen-Tbl(StandIdx)
                READ StandingOrderFile
                    AT END SET EndOfStandingFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Standing-Status NOT = "35"
                CLOSE StandingOrderFile
            END-IF.

       StoreStandingTable.
            OPEN OUTPUT StandingOrderFile
            PERFORM VARYING StandIdx FROM 1 BY 1
                    UNTIL StandIdx > StandingTableCount
                MOVE SPACES TO StandingOrderRecord
                MOVE SO-Cus-Id-Tbl(StandIdx)      TO STO-Cus-Id
                MOVE SO-Oil-Id-Tbl(StandIdx)      TO STO-Oil-Id
                MOVE SO-Size-Tbl(StandIdx)        TO STO-Unit-Size
                MOVE SO-Units-Tbl(StandIdx)       TO STO-Units
                MOVE SO-Frequency-Tbl(StandIdx)   TO STO-Frequency
                MOVE SO-Start-Tbl(StandIdx)       TO STO-Start-Date
                MOVE SO-End-Tbl(StandIdx)         TO STO-End-Date
                MOVE SO-SalesPerson-Tbl(StandIdx) TO STO-SalesPerson
                MOVE SO-Status-Tbl(StandIdx)      TO STO-Status
                MOVE SO-To-Due-Tbl(StandIdx)
                    TO STO-Periods-To-Due
                MOVE SO-Last-Period-Tbl(StandIdx) TO STO-Last-Period
                MOVE SO-Last-Gen-Tbl(StandIdx)
                    TO STO-Last-Generated
                WRITE StandingOrderRecord
            END-PERFORM
            CLOSE StandingOrderFile.

      * Rows dated after the period begins are a later period's
      * prices - of the rest, the latest dated row per product
      * wins, its status with it.
       LoadProductTable.
            OPEN INPUT ProductFile
            READ ProductFile
               AT END SET EndOfProductFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfProductFile
               IF PRD-Effective-Date <= WS-Period-Begin
                   PERFORM HoldProductRow
               END-IF
               READ ProductFile
                  AT END SET EndOfProductFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE ProductFile.

       HoldProductRow.
            MOVE ZERO TO WS-Product-Sub
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE ZERO TO WS-Product-Sub
                   WHEN PR-Id-Tbl(ProdIdx) = PRD-Product-Id
                        SET WS-Product-Sub TO ProdIdx
                END-SEARCH
            END-IF
            IF WS-Product-Sub = ZERO
                SET ProdIdx TO ProductTableCount
                SET ProdIdx UP BY 1
                SET ProductTableCount TO ProdIdx
                SET WS-Product-Sub TO ProdIdx
                MOVE PRD-Product-Id TO PR-Id-Tbl(WS-Product-Sub)
                MOVE ZERO TO PR-EffDate-Tbl(WS-Product-Sub)
            END-IF
            IF PRD-Effective-Date >= PR-EffDate-Tbl(WS-Product-Sub)
                MOVE PRD-Price-1
                    TO PR-Price-Tbl(WS-Product-Sub 1)
                MOVE PRD-Price-2
                    TO PR-Price-Tbl(WS-Product-Sub 2)
                MOVE PRD-Price-3
                    TO PR-Price-Tbl(WS-Product-Sub 3)
                MOVE PRD-Status
                    TO PR-Status-Tbl(WS-Product-Sub)
                MOVE PRD-Effective-Date
                    TO PR-EffDate-Tbl(WS-Product-Sub)
            END-IF.

      * No SLSMAST.DAT (a "35" status) leaves the table empty -
      * every standing line then fails the salesperson check.
       LoadSalesPersonTable.
            OPEN INPUT SalesPersonFile
            IF WS-SalesPerson-Status NOT = "00"
                SET EndOfSalesPersonFile TO TRUE
            ELSE
                READ SalesPersonFile
                    AT END SET EndOfSalesPersonFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSalesPersonFile
                SET SPIdx TO SalesPersonTableCount
                SET SPIdx UP BY 1
                SET SalesPersonTableCount TO SPIdx
                MOVE SP-Code   TO SP-Code-Tbl(SPIdx)
                MOVE SP-Status TO SP-Status-Tbl(SPIdx)
                READ SalesPersonFile
                    AT END SET EndOfSalesPersonFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesPerson-Status NOT = "35"
                CLOSE SalesPersonFile
            END-IF.

       WriteExceptionRecord.
            ADD 1 TO WS-Lines-Excepted
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            PERFORM WriteCommonException.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "STANDORDGN" TO EXC-Program
            MOVE Except-Key    TO EXC-Key
            MOVE Except-Detail TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM StandOrdGen.
