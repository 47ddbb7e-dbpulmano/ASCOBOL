      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandOrdMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingOrderFile ASSIGN "STANDORD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Standing-Status.

      * Read by key - a standing order is only taken for a customer
      * on the master.
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

           SELECT TransFile ASSIGN "TRANSSTO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "STOEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

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

       FD  AuditFile.
           COPY AUDITREC.

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction per standing line, keyed by customer,
      * product and size - A takes a new one, C changes it, D
      * deletes it. A change carries only the fields keyed; status
      * S suspends the line and A puts it back. Frequency blank on
      * an add means every period, start blank means today, and an
      * end date of zeros on a change makes the line open-ended.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-S          PIC X.
               88 AddTrans                 VALUE "A".
               88 ChangeTrans              VALUE "C".
               88 DeleteTrans              VALUE "D".
           02 CusId-S              PIC X(5).
           02 OilId-S              PIC X.
           02 UnitSize-S           PIC X.
           02 Units-S              PIC X(3).
           02 Frequency-S          PIC X(2).
           02 StartDate-S          PIC X(8).
           02 EndDate-S            PIC X(8).
           02 SalesPerson-S        PIC X(3).
           02 Status-S             PIC X.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Key           PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Standing-Status      PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-SalesPerson-Status   PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Standing-EOF-Switch  PIC X       VALUE "N".
           88 EndOfStandingFile                VALUE "Y".
       01  WS-Product-EOF-Switch   PIC X       VALUE "N".
           88 EndOfProductFile                 VALUE "Y".
       01  WS-SalesPerson-EOF-Sw   PIC X       VALUE "N".
           88 EndOfSalesPersonFile             VALUE "Y".

       01  WS-Customer-File-Sw     PIC X       VALUE "N".
           88 CustomerFileOnHand               VALUE "Y".
       01  WS-Customer-Found-Sw    PIC X       VALUE "N".
           88 StandingCustomerOnFile           VALUE "Y".

      * The standing orders ride in this table for the run - adds
      * append, changes update in place, a delete zeroes the
      * customer so the store leaves the row out.
       01  StandingTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  StandingTable.
           02 StandingEntry        OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON StandingTableCount
                                    INDEXED BY StandIdx.
               03 SO-Cus-Id-Tbl    PIC 9(5).
               03 SO-Oil-Id-Tbl    PIC X.
               03 SO-Size-Tbl      PIC 9.
               03 SO-Units-Tbl     PIC 9(3).
               03 SO-Frequency-Tbl PIC 9(2).
               03 SO-Start-Tbl     PIC 9(8).
               03 SO-End-Tbl       PIC 9(8).
               03 SO-SalesPerson-Tbl PIC X(3).
               03 SO-Status-Tbl    PIC X.
               03 SO-To-Due-Tbl    PIC 9(2).
               03 SO-Last-Period-Tbl PIC 9(8).
               03 SO-Last-Gen-Tbl  PIC 9(8).

       01  ProductTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry         OCCURS 1 TO 100 TIMES
                                    DEPENDING ON ProductTableCount
                                    INDEXED BY ProdIdx.
               03 PR-Id-Tbl        PIC X.
               03 PR-Status-Tbl    PIC X.
               03 PR-EffDate-Tbl   PIC 9(8).
       01  WS-Product-Sub          PIC 9(4)    COMP VALUE ZERO.

       01  SalesPersonTableCount   PIC 9(4)    COMP VALUE ZERO.
       01  SalesPersonTable.
           02 SalesPersonEntry     OCCURS 1 TO 100 TIMES
                                    DEPENDING ON
                                        SalesPersonTableCount
                                    INDEXED BY SPIdx.
               03 SP-Code-Tbl      PIC X(3).
               03 SP-Status-Tbl    PIC X.
                   88 SalesPersonEntryLeft VALUE "L".
       01  WS-SalesPerson-Sub      PIC 9(4)    COMP VALUE ZERO.

       01  WS-Standing-Sub         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Cus-Id-Num           PIC 9(5)    VALUE ZERO.
       01  WS-Today                PIC 9(8)    VALUE ZERO.

      * The line as the transaction leaves it, edited here before
      * anything on the table moves.
       01  WS-New-Line.
           02 WS-New-Oil-Id        PIC X.
           02 WS-New-Size          PIC X.
           02 WS-New-Units         PIC X(3).
           02 WS-New-Frequency     PIC X(2).
           02 WS-New-Start         PIC X(8).
           02 WS-New-End           PIC X(8).
           02 WS-New-SalesPerson   PIC X(3).
           02 WS-New-Status        PIC X.
               88 NewStatusValid           VALUES "A" "S".

       01  WS-Edit-Switch          PIC X       VALUE "N".
           88 StandingLineValid                VALUE "Y".

       01  WS-Before-Image         PIC X(92)   VALUE SPACES.

       01  WS-Run-Totals.
           02 WS-Orders-Added      PIC 9(5)    VALUE ZERO.
           02 WS-Orders-Changed    PIC 9(5)    VALUE ZERO.
           02 WS-Orders-Deleted    PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.

       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The salons' repeat orders, kept once instead of keyed every
      * period - each standing line edited against the customer,
      * product and salesperson masters the way SalesEntry edits a
      * keyed sale, with the reject and audit discipline of the
      * rest of the sales reference.
            PERFORM GetOperatorId
            ACCEPT WS-Today FROM DATE YYYYMMDD
            PERFORM LoadStandingTable
            PERFORM LoadProductTable
            PERFORM LoadSalesPersonTable

            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyStandingTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF

            PERFORM StoreStandingTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyStandingTrans.
            MOVE CusId-S TO Except-Key
            MOVE OilId-S TO Except-Key(6:1)
            MOVE UnitSize-S TO Except-Key(7:1)
            EVALUATE TRUE
                WHEN CusId-S NOT NUMERIC
                  OR CusId-S = ZERO
                    MOVE "CUSTOMER ID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN AddTrans
                    PERFORM LocateStandingEntry
                    PERFORM ApplyAddStanding
                WHEN ChangeTrans
                    PERFORM LocateStandingEntry
                    PERFORM ApplyChangeStanding
                WHEN DeleteTrans
                    PERFORM LocateStandingEntry
                    PERFORM ApplyDeleteStanding
                WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A customer takes one standing line per product and size -
      * more of the same is a change of quantity, not a second line.
       ApplyAddStanding.
            PERFORM CheckStandingCustomer
            MOVE OilId-S       TO WS-New-Oil-Id
            MOVE UnitSize-S    TO WS-New-Size
            MOVE Units-S       TO WS-New-Units
            MOVE Frequency-S   TO WS-New-Frequency
            IF WS-New-Frequency = SPACES
                MOVE "01" TO WS-New-Frequency
            END-IF
            MOVE StartDate-S   TO WS-New-Start
            IF WS-New-Start = SPACES
                MOVE WS-Today TO WS-New-Start
            END-IF
            MOVE EndDate-S     TO WS-New-End
            IF WS-New-End = SPACES
                MOVE ZERO TO WS-New-End
            END-IF
            MOVE SalesPerson-S TO WS-New-SalesPerson
            MOVE "A"           TO WS-New-Status
            EVALUATE TRUE
                WHEN WS-Standing-Sub > ZERO
                    MOVE "DUPLICATE STANDING ORDER ON ADD"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN NOT StandingCustomerOnFile
                    MOVE "CUSTOMER NOT ON CUSTMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    PERFORM EditStandingLine
                    IF StandingLineValid
                        SET StandIdx TO StandingTableCount
                        SET StandIdx UP BY 1
                        SET StandingTableCount TO StandIdx
                        SET WS-Standing-Sub TO StandIdx
                        MOVE CusId-S TO SO-Cus-Id-Tbl(WS-Standing-Sub)
                        MOVE 1 TO SO-To-Due-Tbl(WS-Standing-Sub)
                        MOVE ZERO
                            TO SO-Last-Period-Tbl(WS-Standing-Sub)
                               SO-Last-Gen-Tbl(WS-Standing-Sub)
                        PERFORM MoveNewLineToTable
                        MOVE SPACES TO WS-Before-Image
                        MOVE "STORD ADD" TO AUD-Action-Tmp
                        PERFORM WriteAuditRecord
                        ADD 1 TO WS-Orders-Added
                    END-IF
            END-EVALUATE.

      * Fields left blank keep what the line already holds; the
      * merged line is then edited whole, as an add would be.
       ApplyChangeStanding.
            IF WS-Standing-Sub = ZERO
                MOVE "STANDING ORDER DOES NOT EXIST"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
            ELSE
                PERFORM BuildStandingRecord
                MOVE StandingOrderRecord TO WS-Before-Image
                MOVE SO-Oil-Id-Tbl(WS-Standing-Sub) TO WS-New-Oil-Id
                MOVE SO-Size-Tbl(WS-Standing-Sub)   TO WS-New-Size
                MOVE SO-Units-Tbl(WS-Standing-Sub)  TO WS-New-Units
                MOVE SO-Frequency-Tbl(WS-Standing-Sub)
                    TO WS-New-Frequency
                MOVE SO-Start-Tbl(WS-Standing-Sub)  TO WS-New-Start
                MOVE SO-End-Tbl(WS-Standing-Sub)    TO WS-New-End
                MOVE SO-SalesPerson-Tbl(WS-Standing-Sub)
                    TO WS-New-SalesPerson
                MOVE SO-Status-Tbl(WS-Standing-Sub) TO WS-New-Status
                IF Units-S NOT = SPACES
                    MOVE Units-S TO WS-New-Units
                END-IF
                IF Frequency-S NOT = SPACES
                    MOVE Frequency-S TO WS-New-Frequency
                END-IF
                IF StartDate-S NOT = SPACES
                    MOVE StartDate-S TO WS-New-Start
                END-IF
                IF EndDate-S NOT = SPACES
                    MOVE EndDate-S TO WS-New-End
                END-IF
                IF SalesPerson-S NOT = SPACES
                    MOVE SalesPerson-S TO WS-New-SalesPerson
                END-IF
                IF Status-S NOT = SPACE
                    MOVE Status-S TO WS-New-Status
                END-IF
                PERFORM EditStandingLine
                IF StandingLineValid
                    PERFORM MoveNewLineToTable
                    MOVE "STORD CHANGE" TO AUD-Action-Tmp
                    IF Status-S = "S"
                        MOVE "STORD SUSPEND" TO AUD-Action-Tmp
                    END-IF
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Orders-Changed
                END-IF
            END-IF.

       ApplyDeleteStanding.
            IF WS-Standing-Sub = ZERO
                MOVE "STANDING ORDER DOES NOT EXIST"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
            ELSE
                PERFORM BuildStandingRecord
                MOVE StandingOrderRecord TO WS-Before-Image
                MOVE ZERO TO SO-Cus-Id-Tbl(WS-Standing-Sub)
                MOVE "STORD DELETE" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Orders-Deleted
            END-IF.

      * The capture edits SalesEntry makes on a keyed sale, plus the
      * standing line's own - a frequency of at least one period
      * and an end date, when there is one, not before the start.
       EditStandingLine.
            MOVE "N" TO WS-Edit-Switch
            PERFORM LookUpProduct
            PERFORM LookUpSalesPerson
            EVALUATE TRUE
                WHEN WS-Product-Sub = ZERO
                    MOVE "PRODUCT NOT ON PRODMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PR-Status-Tbl(WS-Product-Sub) = "D"
                    MOVE "PRODUCT DISCONTINUED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PR-Status-Tbl(WS-Product-Sub) = "P"
                    MOVE "PRODUCT DISCONTINUE-PENDING"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-New-Size NOT = "1" AND "2" AND "3"
                    MOVE "UNIT SIZE MUST BE 1, 2 OR 3"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-New-Units NOT NUMERIC
                  OR WS-New-Units = ZERO
                    MOVE "UNITS NOT NUMERIC OR ZERO" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-New-Frequency NOT NUMERIC
                  OR WS-New-Frequency = ZERO
                    MOVE "FREQUENCY NOT NUMERIC OR ZERO"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-New-Start NOT NUMERIC
                  OR WS-New-End NOT NUMERIC
                    MOVE "START OR END DATE NOT NUMERIC"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-New-End NOT = ZERO
                 AND WS-New-End < WS-New-Start
                    MOVE "END DATE BEFORE START DATE"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN WS-SalesPerson-Sub = ZERO
                    MOVE "SALESPERSON NOT ON SLSMAST.DAT"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN SalesPersonEntryLeft(WS-SalesPerson-Sub)
                    MOVE "SALESPERSON HAS LEFT" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN NOT NewStatusValid
                    MOVE "STATUS NOT A OR S" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    SET StandingLineValid TO TRUE
            END-EVALUATE.

       MoveNewLineToTable.
            MOVE WS-New-Oil-Id      TO SO-Oil-Id-Tbl(WS-Standing-Sub)
            MOVE WS-New-Size        TO SO-Size-Tbl(WS-Standing-Sub)
            MOVE WS-New-Units       TO SO-Units-Tbl(WS-Standing-Sub)
            MOVE WS-New-Frequency
                TO SO-Frequency-Tbl(WS-Standing-Sub)
            MOVE WS-New-Start       TO SO-Start-Tbl(WS-Standing-Sub)
            MOVE WS-New-End         TO SO-End-Tbl(WS-Standing-Sub)
            MOVE WS-New-SalesPerson
                TO SO-SalesPerson-Tbl(WS-Standing-Sub)
            MOVE WS-New-Status      TO SO-Status-Tbl(WS-Standing-Sub).

       LocateStandingEntry.
            MOVE ZERO TO WS-Standing-Sub
            MOVE CusId-S TO WS-Cus-Id-Num
            IF StandingTableCount > ZERO
                SET StandIdx TO 1
                SEARCH StandingEntry
                   AT END MOVE ZERO TO WS-Standing-Sub
                   WHEN SO-Cus-Id-Tbl(StandIdx) = WS-Cus-Id-Num
                        AND SO-Oil-Id-Tbl(StandIdx) = OilId-S
                        AND SO-Size-Tbl(StandIdx) = UnitSize-S
                        SET WS-Standing-Sub TO StandIdx
                END-SEARCH
            END-IF.

      * No CUSTMAST.DAT at all leaves nobody to take an order from.
       CheckStandingCustomer.
            MOVE "N" TO WS-Customer-Found-Sw
            IF CustomerFileOnHand
                MOVE CusId-S TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET StandingCustomerOnFile TO TRUE
                END-READ
            END-IF.

       LookUpProduct.
            MOVE ZERO TO WS-Product-Sub
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE ZERO TO WS-Product-Sub
                   WHEN PR-Id-Tbl(ProdIdx) = WS-New-Oil-Id
                        SET WS-Product-Sub TO ProdIdx
                END-SEARCH
            END-IF.

       LookUpSalesPerson.
            MOVE ZERO TO WS-SalesPerson-Sub
            IF SalesPersonTableCount > ZERO
                SET SPIdx TO 1
                SEARCH SalesPersonEntry
                   AT END MOVE ZERO TO WS-SalesPerson-Sub
                   WHEN SP-Code-Tbl(SPIdx) = WS-New-SalesPerson
                        SET WS-SalesPerson-Sub TO SPIdx
                END-SEARCH
            END-IF.

      * No STANDORD.DAT yet (a "35" status) just means the file is
      * being started tonight - an empty table, not an error.
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

      * Deleted lines were zeroed in the table and drop out here.
       StoreStandingTable.
            OPEN OUTPUT StandingOrderFile
            PERFORM VARYING WS-Standing-Sub FROM 1 BY 1
                    UNTIL WS-Standing-Sub > StandingTableCount
                IF SO-Cus-Id-Tbl(WS-Standing-Sub) NOT = ZERO
                    PERFORM BuildStandingRecord
                    WRITE StandingOrderRecord
                END-IF
            END-PERFORM
            CLOSE StandingOrderFile.

       BuildStandingRecord.
            MOVE SPACES TO StandingOrderRecord
            MOVE SO-Cus-Id-Tbl(WS-Standing-Sub)      TO STO-Cus-Id
            MOVE SO-Oil-Id-Tbl(WS-Standing-Sub)      TO STO-Oil-Id
            MOVE SO-Size-Tbl(WS-Standing-Sub)        TO STO-Unit-Size
            MOVE SO-Units-Tbl(WS-Standing-Sub)       TO STO-Units
            MOVE SO-Frequency-Tbl(WS-Standing-Sub)   TO STO-Frequency
            MOVE SO-Start-Tbl(WS-Standing-Sub)       TO STO-Start-Date
            MOVE SO-End-Tbl(WS-Standing-Sub)         TO STO-End-Date
            MOVE SO-SalesPerson-Tbl(WS-Standing-Sub)
                TO STO-SalesPerson
            MOVE SO-Status-Tbl(WS-Standing-Sub)      TO STO-Status
            MOVE SO-To-Due-Tbl(WS-Standing-Sub)
                TO STO-Periods-To-Due
            MOVE SO-Last-Period-Tbl(WS-Standing-Sub)
                TO STO-Last-Period
            MOVE SO-Last-Gen-Tbl(WS-Standing-Sub)
                TO STO-Last-Generated.

      * The latest effective row on or before today carries the
      * lifecycle status the edits enforce - rows dated ahead are
      * tomorrow's business.
       LoadProductTable.
            OPEN INPUT ProductFile
            READ ProductFile
               AT END SET EndOfProductFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfProductFile
               PERFORM HoldProductRow
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
                MOVE SPACE TO PR-Status-Tbl(WS-Product-Sub)
                MOVE ZERO  TO PR-EffDate-Tbl(WS-Product-Sub)
            END-IF
            IF PRD-Effective-Date <= WS-Today
               AND PRD-Effective-Date >= PR-EffDate-Tbl(WS-Product-Sub)
                MOVE PRD-Status TO PR-Status-Tbl(WS-Product-Sub)
                MOVE PRD-Effective-Date
                    TO PR-EffDate-Tbl(WS-Product-Sub)
            END-IF.

      * No SLSMAST.DAT (a "35" status) leaves the table empty -
      * every keyed salesperson then fails the lookup.
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
            ADD 1 TO WS-Trans-Rejected
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            PERFORM WriteCommonException.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "STANDORDMT" TO EXC-Program
            MOVE Except-Key    TO EXC-Key
            MOVE Except-Detail TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No student on a sales action, so the StudentId lands as zero
      * the way SlsMaint files it; the standing line itself rides
      * in the before and after images, blank where there is none.
       WriteAuditRecord.
            MOVE "STANDORDMT"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE SPACES             TO AUD-Approved-By
            MOVE ZERO               TO AUD-StudentId
            MOVE WS-Before-Image    TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            IF SO-Cus-Id-Tbl(WS-Standing-Sub) NOT = ZERO
                PERFORM BuildStandingRecord
                MOVE StandingOrderRecord TO AUD-After-Image
            END-IF
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "StandOrdMaint - Control Report"
            DISPLAY "Standing orders added   : " WS-Orders-Added
            DISPLAY "Standing orders changed : " WS-Orders-Changed
            DISPLAY "Standing orders deleted : " WS-Orders-Deleted
            DISPLAY "Transactions rejected   : " WS-Trans-Rejected.

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

       END PROGRAM StandOrdMaint.
