                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PONum-Status.

      * Gift-set bills of materials - kits are assembled, not
      * bought, and a kit running low is demand on its components.
           SELECT KitBomFile ASSIGN "KITBOM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-KitBom-Status.

      * The product master - each order line is priced at the unit
      * cost in force today, the price the invoice is matched to.
           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Product-Status.

      * The shop calendar and the policy saying whether supplier lead
      * times count working days or calendar days.
           SELECT CalendarFile ASSIGN "CALENDAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Calendar-Status.

           SELECT CalPolicyFile ASSIGN "CALPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CalPol-Status.

           SELECT RegisterFile ASSIGN "POREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  PONumRecord.
           02 PON-Next-Number      PIC 9(6).

       FD  KitBomFile.
           COPY KITBOM.

       FD  ProductFile.
           COPY PRODMAST.

       FD  CalendarFile.
           COPY CALENDAR.

       FD  CalPolicyFile.
           COPY CALPOL.

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       01  WS-SuppProd-Status      PIC XX      VALUE SPACES.
       01  WS-PO-Status            PIC XX      VALUE SPACES.
       01  WS-PONum-Status         PIC XX      VALUE SPACES.
       01  WS-KitBom-Status        PIC XX      VALUE SPACES.
       01  WS-Product-Status       PIC XX      VALUE SPACES.
       01  WS-Product-EOF-Switch   PIC X       VALUE "N".
           88 EndOfProductFile                 VALUE "Y".
       01  WS-KitBom-EOF-Switch    PIC X       VALUE "N".
           88 EndOfKitBomFile                  VALUE "Y".

       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfInventoryFile               VALUE "Y".
               03 SP-Name-Tbl      PIC X(20).
               03 SP-Status-Tbl    PIC X.
                   88 SupplierEntryClosed  VALUE "C".
               03 SP-Lead-Tbl      PIC 9(3).

       01  LinkTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LinkTable.
               03 PT-Received-Tbl  PIC 9(5).
               03 PT-Status-Tbl    PIC X.
                   88 POEntryOpen          VALUE "O".
               03 PT-Date-Tbl      PIC 9(8).

      * Unit cost per size from the latest PRODMAST.DAT row dated
      * on or before today, per product.
       01  ProductTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry         OCCURS 1 TO 100 TIMES
                                    DEPENDING ON ProductTableCount
                                    INDEXED BY ProdIdx.
               03 PR-Id-Tbl        PIC X.
               03 PR-Cost-Tbl      PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-EffDate-Tbl   PIC 9(8).
       01  WS-Product-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Order-Price          PIC 9(3)V99 VALUE ZERO.

      * Every component row of every kit, as KITBOM.DAT keys them.
       01  KitTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  KitTable.
           02 KitEntry             OCCURS 1 TO 500 TIMES
                                    DEPENDING ON KitTableCount
                                    INDEXED BY KitIdx.
               03 KT-Kit-Tbl       PIC X.
               03 KT-Kit-Size-Tbl  PIC 9.
               03 KT-Comp-Tbl      PIC X.
               03 KT-Comp-Size-Tbl PIC 9.
               03 KT-Comp-Qty-Tbl  PIC 9(3).

      * Components needed to build low kits back up, per component
      * product/size.
       01  DemandTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  DemandTable.
           02 DemandEntry          OCCURS 1 TO 300 TIMES
                                    DEPENDING ON DemandTableCount
                                    INDEXED BY DemandIdx.
               03 DM-Product-Tbl   PIC X.
               03 DM-Size-Tbl      PIC 9.
               03 DM-Qty-Tbl       PIC 9(7).

       01  WS-Kit-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Demand-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Switch           PIC X       VALUE "N".
           88 ItemIsKit                        VALUE "Y".
       01  WS-Kits-To-Build        PIC S9(5)   VALUE ZERO.
       01  WS-Kit-Demand           PIC 9(7)    VALUE ZERO.
       01  WS-Net-On-Hand          PIC S9(7)   VALUE ZERO.

       01  WS-PO-Sub               PIC 9(4)    COMP VALUE ZERO.
       01  WS-Suppl-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Found-Switch         PIC X       VALUE "N".
           88 OpenPOForItem                    VALUE "Y".

      * The day an order is due in - its date plus the supplier's
      * lead time, counted as the LEADTIME policy says.
       01  WS-Lead-Days            PIC 9(3)    VALUE ZERO.
       01  WS-Lead-Counted         PIC 9(3)    VALUE ZERO.
       01  WS-Expected-Date        PIC 9(8)    VALUE ZERO.

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
       01  WS-Cal-Use              PIC X(8)    VALUE "LEADTIME".
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
           02 WS-Items-Low         PIC 9(5)    VALUE ZERO.
           02 WS-POs-Raised        PIC 9(5)    VALUE ZERO.
           02 WS-No-Supplier       PIC 9(5)    VALUE ZERO.
           02 WS-Already-On-Order  PIC 9(5)    VALUE ZERO.
           02 WS-Kits-Low          PIC 9(5)    VALUE ZERO.
           02 WS-POs-Overdue       PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "PURCHASE ORDER REGISTER".
           02 DL-Size               PIC 9.
           02 FILLER                PIC X(6)    VALUE "  QTY ".
           02 DL-Qty                PIC ZZZZ9.
           02 FILLER                PIC X(8)    VALUE "  PRICE ".
           02 DL-Price              PIC ZZ9.99.
           02 FILLER                PIC X(5)    VALUE " DUE ".
           02 DL-Expected           PIC 9(8).

       01  WS-OpenPO-Title-Line     PIC X(80)   VALUE
           "OPEN PURCHASE ORDERS BY SUPPLIER".
           02 OD-Ordered            PIC ZZZZ9.
           02 FILLER                PIC X(11)   VALUE "  RECEIVED ".
           02 OD-Received           PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE "  DUE ".
           02 OD-Expected           PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 OD-Late               PIC X(7).
           02 FILLER                PIC X(8)    VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

      * a numbered PO to its product's first active supplier, the
      * quantity refilling to twice the reorder level. Items with
      * no supplier linked land on the exception report, and the
      * open-PO listing by supplier prints fresh. A gift-set kit is
      * never ordered - it is assembled - but the components to
      * build a low kit back up come off its components' on-hand
      * before their levels are tested. Each line carries today's
      * unit cost as the agreed price; an oil not yet costed goes
      * out at zero and its invoice will be held for a price. Each
      * line is due in the supplier's lead time after it is raised -
      * in working days under the LEADTIME policy - and an open line
      * past that date is marked overdue on the listing.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM LoadWorkingCalendar
            PERFORM LoadProductTable
            PERFORM LoadSupplierTable
            PERFORM LoadLinkTable
            PERFORM LoadPOTable
            PERFORM LoadKitTable
            PERFORM TallyKitDemand
            PERFORM GetNextPONumber

            OPEN EXTEND PurchaseOrderFile
            DISPLAY "POs raised             : " WS-POs-Raised
            DISPLAY "No supplier linked     : " WS-No-Supplier
            DISPLAY "Already on order       : " WS-Already-On-Order
            DISPLAY "Kits low - to assemble : " WS-Kits-Low
            DISPLAY "Open POs past due date : " WS-POs-Overdue
            STOP RUN.

       ScanInventory.
                END-READ
            END-IF
            PERFORM UNTIL EndOfInventoryFile
                PERFORM CheckItemIsKit
                IF ItemIsKit
                    IF IN-On-Hand <= IN-Reorder-Level
                       AND IN-Reorder-Level > ZERO
                        ADD 1 TO WS-Kits-Low
                    END-IF
                ELSE
                    PERFORM LocateKitDemand
                    COMPUTE WS-Net-On-Hand = IN-On-Hand - WS-Kit-Demand
                    IF (WS-Net-On-Hand <= IN-Reorder-Level
                        AND IN-Reorder-Level > ZERO)
                       OR WS-Net-On-Hand < ZERO
                        ADD 1 TO WS-Items-Low
                        PERFORM ConsiderOneOrder
                    END-IF
                END-IF
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                MOVE SP-Id-Tbl(WS-Suppl-Sub) TO WS-Chosen-Supplier
            END-IF.

      * A line with an order quantity set buys that quantity, so
      * long as it lifts the line back above its level; otherwise
      * the refill rule - order back up to twice the reorder level,
      * never less than one unit.
       RaiseOnePO.
            MOVE ZERO TO WS-Order-Qty
            IF IN-Order-Qty NUMERIC
               AND IN-Order-Qty > ZERO
               AND WS-Net-On-Hand + IN-Order-Qty > IN-Reorder-Level
                MOVE IN-Order-Qty TO WS-Order-Qty
            END-IF
            IF WS-Order-Qty = ZERO
                COMPUTE WS-Order-Qty =
                    (IN-Reorder-Level * 2) - WS-Net-On-Hand
            END-IF
            IF WS-Order-Qty < 1
                MOVE 1 TO WS-Order-Qty
            END-IF
            MOVE WS-Order-Qty       TO PO-Qty-Ordered
            MOVE ZERO               TO PO-Qty-Received
            MOVE WS-Today-Num       TO PO-Date
            PERFORM PriceOrderLine
            MOVE WS-Order-Price     TO PO-Unit-Price
            MOVE ZERO               TO PO-Qty-Invoiced
            SET PurchaseOrderOpen TO TRUE
            WRITE PurchaseOrderRecord
            SET POIdx TO POTableCount
            MOVE WS-Order-Qty       TO PT-Ordered-Tbl(POIdx)
            MOVE ZERO               TO PT-Received-Tbl(POIdx)
            MOVE "O"                TO PT-Status-Tbl(POIdx)
            MOVE WS-Today-Num       TO PT-Date-Tbl(POIdx)
            MOVE SP-Lead-Tbl(WS-Suppl-Sub) TO WS-Lead-Days
            MOVE WS-Today-Num       TO WS-Cal-Date
            PERFORM ComputeExpectedDate
            MOVE WS-Expected-Date   TO DL-Expected
            MOVE WS-Next-PO-Number  TO DL-Number
            MOVE WS-Chosen-Supplier TO DL-Supplier
            MOVE IN-Product-Id      TO DL-Product
            MOVE IN-Unit-Size       TO DL-Size
            MOVE WS-Order-Qty       TO DL-Qty
            MOVE WS-Order-Price     TO DL-Price
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister
            ADD 1 TO WS-Next-PO-Number
            ADD 1 TO WS-POs-Raised.

       PriceOrderLine.
            MOVE ZERO TO WS-Order-Price
            MOVE ZERO TO WS-Product-Sub
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE ZERO TO WS-Product-Sub
                   WHEN PR-Id-Tbl(ProdIdx) = IN-Product-Id
                        SET WS-Product-Sub TO ProdIdx
                END-SEARCH
            END-IF
            IF WS-Product-Sub > ZERO
               AND IN-Unit-Size >= 1 AND IN-Unit-Size <= 3
                MOVE PR-Cost-Tbl(WS-Product-Sub IN-Unit-Size)
                    TO WS-Order-Price
            END-IF.

       PrintOpenPOListing.
            OPEN OUTPUT OpenPOFile
            MOVE WS-OpenPO-Title-Line TO ShowOpenPO
                    MOVE PT-Size-Tbl(POIdx)     TO OD-Size
                    MOVE PT-Ordered-Tbl(POIdx)  TO OD-Ordered
                    MOVE PT-Received-Tbl(POIdx) TO OD-Received
                    MOVE SP-Lead-Tbl(SupplIdx)  TO WS-Lead-Days
                    MOVE PT-Date-Tbl(POIdx)     TO WS-Cal-Date
                    PERFORM ComputeExpectedDate
                    MOVE WS-Expected-Date       TO OD-Expected
                    MOVE SPACES                 TO OD-Late
                    IF WS-Expected-Date < WS-Today-Num
                        MOVE "OVERDUE" TO OD-Late
                        ADD 1 TO WS-POs-Overdue
                    END-IF
                    MOVE WS-OpenPO-Detail-Line TO ShowOpenPO
                    WRITE ShowOpenPO
                END-IF
                WRITE ShowOpenPO
            END-IF.

      * WS-Cal-Date on by WS-Lead-Days - every day, or only the
      * days the office works. A date that is not a real month and
      * day is taken as its own due date.
       ComputeExpectedDate.
            MOVE ZERO TO WS-Lead-Counted
            IF WS-Cal-MM > ZERO AND WS-Cal-MM < 13
               AND WS-Cal-DD > ZERO AND WS-Cal-DD < 32
                PERFORM UNTIL WS-Lead-Counted >= WS-Lead-Days
                    PERFORM StepCalendarDay
                    IF CountWorkingDays
                        PERFORM TestWorkingDay
                        IF CalDayIsWorking
                            ADD 1 TO WS-Lead-Counted
                        END-IF
                    ELSE
                        ADD 1 TO WS-Lead-Counted
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-Cal-Date TO WS-Expected-Date.

      * A pass of INVENTRY.DAT ahead of the scan - each kit at or
      * below its level is built back to twice the level, the same
      * refill rule, and its components' share of that is demand.
       TallyKitDemand.
            IF KitTableCount > ZERO
                OPEN INPUT InventoryFile
                IF WS-Inventory-Status NOT = "00"
                    SET EndOfInventoryFile TO TRUE
                ELSE
                    READ InventoryFile
                        AT END SET EndOfInventoryFile TO TRUE
                    END-READ
                END-IF
                PERFORM UNTIL EndOfInventoryFile
                    PERFORM CheckItemIsKit
                    IF ItemIsKit
                       AND IN-On-Hand <= IN-Reorder-Level
                       AND IN-Reorder-Level > ZERO
                        COMPUTE WS-Kits-To-Build =
                            (IN-Reorder-Level * 2) - IN-On-Hand
                        PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                                UNTIL WS-Kit-Sub > KitTableCount
                            IF KT-Kit-Tbl(WS-Kit-Sub) = IN-Product-Id
                               AND KT-Kit-Size-Tbl(WS-Kit-Sub) =
                                   IN-Unit-Size
                                PERFORM AddComponentDemand
                            END-IF
                        END-PERFORM
                    END-IF
                    READ InventoryFile
                        AT END SET EndOfInventoryFile TO TRUE
                    END-READ
                END-PERFORM
                IF WS-Inventory-Status NOT = "35"
                    CLOSE InventoryFile
                END-IF
                MOVE "N" TO WS-Inventory-EOF-Switch
            END-IF.

       AddComponentDemand.
            MOVE ZERO TO WS-Demand-Sub
            IF DemandTableCount > ZERO
                SET DemandIdx TO 1
                SEARCH DemandEntry
                   AT END MOVE ZERO TO WS-Demand-Sub
                   WHEN DM-Product-Tbl(DemandIdx) =
                            KT-Comp-Tbl(WS-Kit-Sub)
                        AND DM-Size-Tbl(DemandIdx) =
                            KT-Comp-Size-Tbl(WS-Kit-Sub)
                        SET WS-Demand-Sub TO DemandIdx
                END-SEARCH
            END-IF
            IF WS-Demand-Sub = ZERO
                SET DemandIdx TO DemandTableCount
                SET DemandIdx UP BY 1
                SET DemandTableCount TO DemandIdx
                SET WS-Demand-Sub TO DemandIdx
                MOVE KT-Comp-Tbl(WS-Kit-Sub)
                    TO DM-Product-Tbl(WS-Demand-Sub)
                MOVE KT-Comp-Size-Tbl(WS-Kit-Sub)
                    TO DM-Size-Tbl(WS-Demand-Sub)
                MOVE ZERO TO DM-Qty-Tbl(WS-Demand-Sub)
            END-IF
            COMPUTE DM-Qty-Tbl(WS-Demand-Sub) =
                DM-Qty-Tbl(WS-Demand-Sub)
                + (WS-Kits-To-Build * KT-Comp-Qty-Tbl(WS-Kit-Sub)).

       LocateKitDemand.
            MOVE ZERO TO WS-Kit-Demand
            IF DemandTableCount > ZERO
                SET DemandIdx TO 1
                SEARCH DemandEntry
                   AT END MOVE ZERO TO WS-Kit-Demand
                   WHEN DM-Product-Tbl(DemandIdx) = IN-Product-Id
                        AND DM-Size-Tbl(DemandIdx) = IN-Unit-Size
                        MOVE DM-Qty-Tbl(DemandIdx) TO WS-Kit-Demand
                END-SEARCH
            END-IF.

       CheckItemIsKit.
            MOVE "N" TO WS-Kit-Switch
            IF KitTableCount > ZERO
                SET KitIdx TO 1
                SEARCH KitEntry
                   AT END MOVE "N" TO WS-Kit-Switch
                   WHEN KT-Kit-Tbl(KitIdx) = IN-Product-Id
                        AND KT-Kit-Size-Tbl(KitIdx) = IN-Unit-Size
                        SET ItemIsKit TO TRUE
                END-SEARCH
            END-IF.

      * KITBOM.DAT is keyed by hand - a row that does not read as
      * numbers, or names the kit as its own component, is left
      * out. No KITBOM.DAT (a "35" status) means no kits.
       LoadKitTable.
            OPEN INPUT KitBomFile
            IF WS-KitBom-Status NOT = "00"
                SET EndOfKitBomFile TO TRUE
            ELSE
                READ KitBomFile
                    AT END SET EndOfKitBomFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfKitBomFile
                IF KB-Kit-Size NUMERIC AND KB-Comp-Size NUMERIC
                   AND KB-Comp-Qty NUMERIC AND KB-Comp-Qty > ZERO
                   AND KB-Comp-Id NOT = KB-Kit-Id
                   AND KitTableCount < 500
                    ADD 1 TO KitTableCount
                    MOVE KB-Kit-Id    TO KT-Kit-Tbl(KitTableCount)
                    MOVE KB-Kit-Size  TO KT-Kit-Size-Tbl(KitTableCount)
                    MOVE KB-Comp-Id   TO KT-Comp-Tbl(KitTableCount)
                    MOVE KB-Comp-Size
                        TO KT-Comp-Size-Tbl(KitTableCount)
                    MOVE KB-Comp-Qty
                        TO KT-Comp-Qty-Tbl(KitTableCount)
                END-IF
                READ KitBomFile
                    AT END SET EndOfKitBomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-KitBom-Status NOT = "35"
                CLOSE KitBomFile
            END-IF.

      * No PORDERS.DAT yet (a "35" status) just means no POs have
      * ever been raised - an empty table, not an error.
       LoadPOTable.
                MOVE PO-Qty-Ordered  TO PT-Ordered-Tbl(POIdx)
                MOVE PO-Qty-Received TO PT-Received-Tbl(POIdx)
                MOVE PO-Status       TO PT-Status-Tbl(POIdx)
                MOVE PO-Date         TO PT-Date-Tbl(POIdx)
                READ PurchaseOrderFile
                    AT END SET EndOfPOFile TO TRUE
                END-READ
                MOVE SPL-Supplier-Id TO SP-Id-Tbl(SupplIdx)
                MOVE SPL-Name        TO SP-Name-Tbl(SupplIdx)
                MOVE SPL-Status      TO SP-Status-Tbl(SupplIdx)
                MOVE ZERO            TO SP-Lead-Tbl(SupplIdx)
                IF SPL-Lead-Days NUMERIC
                    MOVE SPL-Lead-Days TO SP-Lead-Tbl(SupplIdx)
                END-IF
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
                CLOSE SuppProdFile
            END-IF.

      * Rows dated after today are tomorrow's costs - of the rest,
      * the latest dated row per product wins. A cost block still
      * spaces on an old-format row reads as zero.
       LoadProductTable.
            OPEN INPUT ProductFile
            IF WS-Product-Status NOT = "00"
                SET EndOfProductFile TO TRUE
            ELSE
                READ ProductFile
                    AT END SET EndOfProductFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfProductFile
                IF PRD-Effective-Date <= WS-Today-Num
                    PERFORM HoldProductRow
                END-IF
                READ ProductFile
                    AT END SET EndOfProductFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Product-Status NOT = "35"
                CLOSE ProductFile
            END-IF.

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
                IF PRD-Cost-1 NUMERIC
                    MOVE PRD-Cost-1
                        TO PR-Cost-Tbl(WS-Product-Sub 1)
                ELSE
                    MOVE ZERO TO PR-Cost-Tbl(WS-Product-Sub 1)
                END-IF
                IF PRD-Cost-2 NUMERIC
                    MOVE PRD-Cost-2
                        TO PR-Cost-Tbl(WS-Product-Sub 2)
                ELSE
                    MOVE ZERO TO PR-Cost-Tbl(WS-Product-Sub 2)
                END-IF
                IF PRD-Cost-3 NUMERIC
                    MOVE PRD-Cost-3
                        TO PR-Cost-Tbl(WS-Product-Sub 3)
                ELSE
                    MOVE ZERO TO PR-Cost-Tbl(WS-Product-Sub 3)
                END-IF
                MOVE PRD-Effective-Date
                    TO PR-EffDate-Tbl(WS-Product-Sub)
            END-IF.

      * No PONUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextPONumber.
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

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

       END PROGRAM PurchaseOrders.
