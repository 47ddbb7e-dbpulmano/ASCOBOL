                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Inventory-Status.

      * Deliveries booked in - one line per receipt: product, size,
      * quantity received, the supplier's lot number and
      * best-before date off the delivery, and the location it was
      * put away at.
           SELECT ReceiptsFile ASSIGN "RECEIPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Receipts-Status.
           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The lots on the shelf - rides in a table for the run and
      * stores back whole, the way the stock book does.
           SELECT LotStockFile ASSIGN "LOTSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LotStock-Status.

      * Which lot each sale line went out of - appended run on run,
      * the file a recall is traced from.
           SELECT LotShipFile ASSIGN "LOTSHIP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LotShip-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The gift-set bills of materials, keyed by hand.
           SELECT KitBomFile ASSIGN "KITBOM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-KitBom-Status.

      * Kits made up in the stockroom - booked in like receipts,
      * the components drawn down to build them.
           SELECT AssemblyFile ASSIGN "KITASSM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Assembly-Status.

      * The stock locations, and each location's share of the book
      * - the share rides in a table and stores back whole.
           SELECT LocationFile ASSIGN "LOCMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Location-Status.

           SELECT LocStockFile ASSIGN "LOCSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LocStock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InventoryFile.
           02 RC-Product-Id        PIC X.
           02 RC-Unit-Size         PIC X.
           02 RC-Quantity          PIC X(5).
      * Receipts keyed before lots were kept read in with these as
      * spaces and book to the unlotted stock.
           02 RC-Lot-Number        PIC X(10).
           02 RC-Best-Before       PIC X(8).
      * Blank on receipts keyed before locations were kept - they
      * book to the first active store.
           02 RC-Location          PIC X(2).

       FD  ValidFile.
       01  ValidRecord.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  LotStockFile.
           COPY LOTSTOCK.

       FD  LotShipFile.
           COPY LOTSHIP.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  KitBomFile.
           COPY KITBOM.

       FD  AssemblyFile.
       01  AssemblyRecord.
           02 AS-Kit-Id            PIC X.
           02 AS-Kit-Size          PIC X.
           02 AS-Quantity          PIC X(5).

       FD  LocationFile.
           COPY LOCMAST.

       FD  LocStockFile.
           COPY LOCSTOCK.

       WORKING-STORAGE SECTION.
      * The SALESVAL.TMP control trailer the validation pass
      * appends - proved against a fresh count before anything
               03 PT-Date-Tbl      PIC 9(8).
               03 PT-Status-Tbl    PIC X.
                   88 POEntryOpen          VALUE "O".
               03 PT-Price-Tbl     PIC 9(3)V99.
               03 PT-Invoiced-Tbl  PIC 9(5).

       01  WS-PO-Sub               PIC 9(4)    COMP VALUE ZERO.
       01  WS-PO-Remaining         PIC S9(6)   VALUE ZERO.
       01  WS-Inventory-Status     PIC XX      VALUE SPACES.
       01  WS-Receipts-Status      PIC XX      VALUE SPACES.
       01  WS-Valid-Status         PIC XX      VALUE SPACES.
       01  WS-LotStock-Status      PIC XX      VALUE SPACES.
       01  WS-LotShip-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.
       01  WS-KitBom-Status        PIC XX      VALUE SPACES.
       01  WS-Assembly-Status      PIC XX      VALUE SPACES.
       01  WS-Location-Status      PIC XX      VALUE SPACES.
       01  WS-LocStock-Status      PIC XX      VALUE SPACES.
       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfInventoryFile               VALUE "Y".
           88 EndOfReceiptsFile                VALUE "Y".
       01  WS-Valid-EOF-Switch     PIC X       VALUE "N".
           88 EndOfValidFile                   VALUE "Y".
       01  WS-LotStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLotStockFile                VALUE "Y".
       01  WS-KitBom-EOF-Switch    PIC X       VALUE "N".
           88 EndOfKitBomFile                  VALUE "Y".
       01  WS-Assembly-EOF-Switch  PIC X       VALUE "N".
           88 EndOfAssemblyFile                VALUE "Y".
       01  WS-Location-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocationFile                VALUE "Y".
       01  WS-LocStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocStockFile                VALUE "Y".

      * Every lot ever received, in the order it came in - so the
      * first lot found for a product and size with stock left is
      * the oldest, and goes out first.
       01  LotTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  LotTable.
           02 LotEntry             OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON LotTableCount
                                    INDEXED BY LotIdx.
               03 LK-Product-Tbl   PIC X.
               03 LK-Size-Tbl      PIC 9.
               03 LK-Lot-Tbl       PIC X(10).
               03 LK-Best-Before-Tbl PIC 9(8).
               03 LK-Received-Tbl  PIC 9(8).
               03 LK-Qty-Recvd-Tbl PIC 9(5).
               03 LK-On-Hand-Tbl   PIC 9(5).

       01  WS-Lot-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Lotted-Qty           PIC S9(7)   VALUE ZERO.
       01  WS-Unlotted-Qty         PIC S9(7)   VALUE ZERO.
       01  WS-To-Ship              PIC S9(5)   VALUE ZERO.
       01  WS-Take-Qty             PIC S9(5)   VALUE ZERO.
       01  WS-Ship-Lot             PIC X(10)   VALUE SPACES.

      * What is going out of stock and to whom - a sale line, a
      * component drawn for a kit sold or a kit assembled.
       01  WS-Ship-Item.
           02 WS-Ship-Product      PIC X.
           02 WS-Ship-Size         PIC 9.
           02 WS-Ship-Units        PIC S9(5).
           02 WS-Ship-Cus-Id       PIC 9(5).
           02 WS-Ship-Cus-Name     PIC X(20).
           02 WS-Ship-SalesPerson  PIC X(3).

      * Every component row of every kit. A product and size with
      * rows here is a kit.
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

       01  WS-Kit-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Switch           PIC X       VALUE "N".
           88 ItemIsKit                        VALUE "Y".
       01  WS-Short-Switch         PIC X       VALUE "N".
           88 ComponentShort                   VALUE "Y".
       01  WS-Kit-Product          PIC X       VALUE SPACE.
       01  WS-Kit-Size             PIC 9       VALUE ZERO.
       01  WS-Kit-Stock-Sub        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Remaining        PIC S9(5)   VALUE ZERO.
       01  WS-Kits-To-Build        PIC S9(5)   VALUE ZERO.
       01  WS-Comp-Need            PIC S9(7)   VALUE ZERO.
       01  WS-Assembly-Qty         PIC 9(5)    VALUE ZERO.
       01  WS-Net-On-Hand          PIC S9(7)   VALUE ZERO.

      * The stock book rides in this table for the run and stores
      * back to INVENTRY.DAT at end.
               03 SK-Size-Tbl      PIC 9.
               03 SK-On-Hand-Tbl   PIC S9(5).
               03 SK-Reorder-Tbl   PIC 9(5).
               03 SK-Order-Qty-Tbl PIC 9(5).
               03 SK-Kit-Demand-Tbl PIC 9(7).

       01  WS-Stock-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Lookup-Product       PIC X       VALUE SPACE.
       01  WS-Lookup-Size          PIC 9       VALUE ZERO.
       01  WS-Receipt-Qty          PIC 9(5)    VALUE ZERO.

      * The location master - with no LOCMAST.DAT the table stays
      * empty and the stock is one figure, as it always was.
       01  LocationTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  LocationTable.
           02 LocationEntry        OCCURS 1 TO 20 TIMES
                                    DEPENDING ON LocationTableCount
                                    INDEXED BY LocnIdx.
               03 LC-Code-Tbl      PIC X(2).
               03 LC-Type-Tbl      PIC X.
                   88 LocationEntrySells   VALUE "S".
               03 LC-Status-Tbl    PIC X.
                   88 LocationEntryClosed  VALUE "C".

       01  WS-Locn-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Sell-Location        PIC X(2)    VALUE SPACES.
       01  WS-Receive-Location     PIC X(2)    VALUE SPACES.
       01  WS-Loc-Code             PIC X(2)    VALUE SPACES.
       01  WS-Loc-Qty              PIC S9(7)   VALUE ZERO.
       01  WS-Loc-Take             PIC S9(7)   VALUE ZERO.
       01  WS-Placed-Qty           PIC S9(7)   VALUE ZERO.
       01  WS-Sell-Pass-Switch     PIC X       VALUE "Y".
           88 SellingPass                      VALUE "Y".

      * Each location's on-hand and in-transit per product and size.
       01  LocStockTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  LocStockTable.
           02 LocStockEntry        OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON LocStockTableCount
                                    INDEXED BY LocStkIdx.
               03 LX-Location-Tbl  PIC X(2).
               03 LX-Product-Tbl   PIC X.
               03 LX-Size-Tbl      PIC 9.
               03 LX-On-Hand-Tbl   PIC S9(5).
               03 LX-Transit-Tbl   PIC 9(5).

       01  WS-LocStk-Sub           PIC 9(4)    COMP VALUE ZERO.

      * The reorder report's shop-against-store weighing.
       01  WS-Shop-Stock           PIC S9(7)   VALUE ZERO.
       01  WS-Shop-Net             PIC S9(7)   VALUE ZERO.
       01  WS-Xfer-From            PIC X(2)    VALUE SPACES.
       01  WS-Xfer-From-Qty        PIC S9(7)   VALUE ZERO.
       01  WS-Xfer-Qty             PIC S9(7)   VALUE ZERO.
       01  WS-Total-Low-Switch     PIC X       VALUE "N".
           88 TotalBelowLevel                  VALUE "Y".
       01  WS-Shop-Low-Switch      PIC X       VALUE "N".
           88 ShopBelowLevel                   VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Receipts-Booked   PIC 9(5)    VALUE ZERO.
           02 WS-Sales-Applied     PIC 9(5)    VALUE ZERO.
           02 WS-Stock-Exceptions  PIC 9(5)    VALUE ZERO.
           02 WS-Reorder-Flagged   PIC 9(5)    VALUE ZERO.
           02 WS-Lots-Booked       PIC 9(5)    VALUE ZERO.
           02 WS-Lot-Lines-Written PIC 9(5)    VALUE ZERO.
           02 WS-Kits-Assembled    PIC 9(5)    VALUE ZERO.
           02 WS-Assemblies-Refused PIC 9(5)   VALUE ZERO.
           02 WS-Kit-Sales-Made-Up PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Placed      PIC 9(5)    VALUE ZERO.
           02 WS-Transfers-Suggested PIC 9(5)  VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "REORDER REPORT - ITEMS AT OR BELOW REORDER LEVEL".
           02 DL-On-Hand            PIC -----9.
           02 FILLER                PIC X(10)   VALUE "  REORDER ".
           02 DL-Reorder            PIC ZZZZ9.
           02 FILLER                PIC X(13)   VALUE
              "  KIT DEMAND ".
           02 DL-Kit-Demand         PIC ZZZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Note               PIC X(8).
           02 FILLER                PIC X(4)    VALUE SPACES.

       01  WS-Transfer-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 FILLER                PIC X(17)   VALUE
              "SUGGEST TRANSFER ".
           02 TL-Quantity           PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE " FROM ".
           02 TL-From               PIC X(2).
           02 FILLER                PIC X(4)    VALUE " TO ".
           02 TL-To                 PIC X(2).
           02 FILLER                PIC X(13)   VALUE
              "  SHOP HOLDS ".
           02 TL-Shop               PIC -----9.
           02 FILLER                PIC X(15)   VALUE SPACES.

       01  WS-End-Of-Report-Line    PIC X(80)   VALUE
           "END OF REPORT".
      * sales deplete on-hand (returns restock), a sale that would
      * drive a count negative raises an exception because it means
      * the counts are wrong, and anything at or below its reorder
      * level prints for the buyer. Each receipt books in as a
      * supplier lot with its best-before date, and each sale line
      * goes out of the oldest lot first and is recorded against
      * the lot it shipped from on LOTSHIP.DAT. Gift-set kits are
      * built from their bills of materials: an assembly books kits
      * in and draws the components down, a kit sold comes off the
      * assembled kits first and any more are made up from the
      * components there and then. With stock locations on file
      * every movement is also booked by location: receipts to the
      * location keyed, sales and kit components off the selling
      * locations first and then the stores, returns and assembled
      * kits onto the first selling location - and the reorder
      * report suggests a transfer from a store wherever the shop
      * is low but a store is not.
            PERFORM GetBusinessDate
            PERFORM LoadStockTable
            PERFORM LoadLocationTable
            PERFORM LoadLocStockTable
            PERFORM PlaceUnplacedStock
            PERFORM LoadLotTable
            PERFORM LoadKitTable
            PERFORM VerifyValidTrailer
            PERFORM LoadPOTable
            OPEN OUTPUT StockExceptFile
            PERFORM BookReceipts
            OPEN EXTEND LotShipFile
            IF WS-LotShip-Status = "35"
                OPEN OUTPUT LotShipFile
            END-IF
            PERFORM BookAssemblies
            PERFORM ApplySales
            CLOSE LotShipFile
            CLOSE StockExceptFile
            PERFORM PrintReorderReport
            PERFORM StoreStockTable
            PERFORM StoreLocStockTable
            PERFORM StoreLotTable
            PERFORM StorePOTable

            DISPLAY "StockUpdate - Control Report"
            DISPLAY "Over-receipts       : " WS-Over-Receipts
            DISPLAY "Stock exceptions    : " WS-Stock-Exceptions
            DISPLAY "Items flagged reorder: " WS-Reorder-Flagged
            DISPLAY "Lots booked in      : " WS-Lots-Booked
            DISPLAY "Lot shipment lines  : " WS-Lot-Lines-Written
            DISPLAY "Kits assembled      : " WS-Kits-Assembled
            DISPLAY "Assemblies refused  : " WS-Assemblies-Refused
            DISPLAY "Kit sales made up   : " WS-Kit-Sales-Made-Up
            DISPLAY "Lines placed at loc : " WS-Lines-Placed
            DISPLAY "Transfers suggested : " WS-Transfers-Suggested
            GOBACK.

      * No PORDERS.DAT yet (a "35" status) just means purchasing is
                MOVE PO-Qty-Received TO PT-Received-Tbl(POIdx)
                MOVE PO-Date         TO PT-Date-Tbl(POIdx)
                MOVE PO-Status       TO PT-Status-Tbl(POIdx)
                IF PO-Unit-Price NUMERIC
                    MOVE PO-Unit-Price TO PT-Price-Tbl(POIdx)
                ELSE
                    MOVE ZERO TO PT-Price-Tbl(POIdx)
                END-IF
                IF PO-Qty-Invoiced NUMERIC
                    MOVE PO-Qty-Invoiced TO PT-Invoiced-Tbl(POIdx)
                ELSE
                    MOVE ZERO TO PT-Invoiced-Tbl(POIdx)
                END-IF
                READ PurchaseOrderFile
                    AT END SET EndOfPOFile TO TRUE
                END-READ
                    MOVE PT-Received-Tbl(POIdx) TO PO-Qty-Received
                    MOVE PT-Date-Tbl(POIdx)     TO PO-Date
                    MOVE PT-Status-Tbl(POIdx)   TO PO-Status
                    MOVE PT-Price-Tbl(POIdx)    TO PO-Unit-Price
                    MOVE PT-Invoiced-Tbl(POIdx) TO PO-Qty-Invoiced
                    WRITE PurchaseOrderRecord
                END-PERFORM
                CLOSE PurchaseOrderFile
                MOVE IN-Unit-Size     TO SK-Size-Tbl(StockIdx)
                MOVE IN-On-Hand       TO SK-On-Hand-Tbl(StockIdx)
                MOVE IN-Reorder-Level TO SK-Reorder-Tbl(StockIdx)
                IF IN-Order-Qty NUMERIC
                    MOVE IN-Order-Qty TO SK-Order-Qty-Tbl(StockIdx)
                ELSE
                    MOVE ZERO TO SK-Order-Qty-Tbl(StockIdx)
                END-IF
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
                    MOVE RC-Unit-Size TO SK-Size-Tbl(WS-Stock-Sub)
                    MOVE ZERO TO SK-On-Hand-Tbl(WS-Stock-Sub)
                    MOVE ZERO TO SK-Reorder-Tbl(WS-Stock-Sub)
                    MOVE ZERO TO SK-Order-Qty-Tbl(WS-Stock-Sub)
                END-IF
                MOVE RC-Quantity TO WS-Receipt-Qty
                ADD WS-Receipt-Qty TO SK-On-Hand-Tbl(WS-Stock-Sub)
                ADD 1 TO WS-Receipts-Booked
                PERFORM BookReceiptLocation
                PERFORM BookReceiptLot
                IF POFileOnHand
                    PERFORM MatchReceiptToPO
                END-IF
                    ADD 1 TO WS-POs-Matched
            END-EVALUATE.

      * The same lot arriving again tops the lot up. A receipt
      * with no lot number still books into stock - it just cannot
      * be traced - and the clerk hears about it.
       BookReceiptLot.
            IF RC-Lot-Number = SPACES
                MOVE RC-Product-Id TO SE-Product-Id
                MOVE WS-Lookup-Size TO SE-Unit-Size
                MOVE "RECEIPT HAS NO LOT NUMBER" TO SE-Detail
                WRITE StockExceptRecord
                ADD 1 TO WS-Stock-Exceptions
            ELSE
                MOVE ZERO TO WS-Lot-Sub
                IF LotTableCount > ZERO
                    SET LotIdx TO 1
                    SEARCH LotEntry
                       AT END MOVE ZERO TO WS-Lot-Sub
                       WHEN LK-Product-Tbl(LotIdx) = RC-Product-Id
                            AND LK-Size-Tbl(LotIdx) = WS-Lookup-Size
                            AND LK-Lot-Tbl(LotIdx) = RC-Lot-Number
                            SET WS-Lot-Sub TO LotIdx
                    END-SEARCH
                END-IF
                IF WS-Lot-Sub = ZERO AND LotTableCount < 3000
                    ADD 1 TO LotTableCount
                    MOVE LotTableCount TO WS-Lot-Sub
                    MOVE RC-Product-Id  TO LK-Product-Tbl(WS-Lot-Sub)
                    MOVE WS-Lookup-Size TO LK-Size-Tbl(WS-Lot-Sub)
                    MOVE RC-Lot-Number  TO LK-Lot-Tbl(WS-Lot-Sub)
                    MOVE ZERO TO LK-Best-Before-Tbl(WS-Lot-Sub)
                    MOVE WS-Business-Date TO LK-Received-Tbl(WS-Lot-Sub)
                    MOVE ZERO TO LK-Qty-Recvd-Tbl(WS-Lot-Sub)
                    MOVE ZERO TO LK-On-Hand-Tbl(WS-Lot-Sub)
                    ADD 1 TO WS-Lots-Booked
                    IF RC-Best-Before NUMERIC
                        MOVE RC-Best-Before
                            TO LK-Best-Before-Tbl(WS-Lot-Sub)
                    ELSE
                        MOVE RC-Product-Id TO SE-Product-Id
                        MOVE WS-Lookup-Size TO SE-Unit-Size
                        MOVE "LOT HAS NO VALID BEST-BEFORE DATE"
                            TO SE-Detail
                        WRITE StockExceptRecord
                        ADD 1 TO WS-Stock-Exceptions
                    END-IF
                END-IF
                IF WS-Lot-Sub = ZERO
                    MOVE RC-Product-Id TO SE-Product-Id
                    MOVE WS-Lookup-Size TO SE-Unit-Size
                    MOVE "LOT TABLE FULL - RECEIPT NOT LOTTED"
                        TO SE-Detail
                    WRITE StockExceptRecord
                    ADD 1 TO WS-Stock-Exceptions
                ELSE
                    ADD WS-Receipt-Qty TO LK-Qty-Recvd-Tbl(WS-Lot-Sub)
                    ADD WS-Receipt-Qty TO LK-On-Hand-Tbl(WS-Lot-Sub)
                END-IF
            END-IF.

       ApplyReceiptToOnePO.
            COMPUTE WS-PO-Remaining = WS-PO-Remaining
                + PT-Received-Tbl(WS-PO-Sub)
      * count below zero means the book was already wrong - flagged
      * and pinned at zero rather than carried negative.
       ApplyOneSale.
            MOVE VA-Oil-Id      TO WS-Ship-Product
            MOVE VA-Unit-Size   TO WS-Ship-Size
            MOVE VA-Units-Sold  TO WS-Ship-Units
            MOVE VA-Cus-Id      TO WS-Ship-Cus-Id
            MOVE VA-Cus-Name    TO WS-Ship-Cus-Name
            MOVE VA-SalesPerson TO WS-Ship-SalesPerson
            MOVE VA-Oil-Id      TO WS-Kit-Product
            MOVE VA-Unit-Size   TO WS-Kit-Size
            PERFORM CheckItemIsKit
            IF ItemIsKit
                PERFORM ApplyKitSale
            ELSE
                MOVE VA-Oil-Id    TO WS-Lookup-Product
                MOVE VA-Unit-Size TO WS-Lookup-Size
                PERFORM LocateStockEntry
                IF WS-Stock-Sub = ZERO
                    MOVE VA-Oil-Id    TO SE-Product-Id
                    MOVE VA-Unit-Size TO SE-Unit-Size
                    MOVE "SALE FOR ITEM NOT ON STOCK BOOK"
                        TO SE-Detail
                    WRITE StockExceptRecord
                    ADD 1 TO WS-Stock-Exceptions
                ELSE
                    PERFORM ShipFromLots
                    SUBTRACT VA-Units-Sold
                        FROM SK-On-Hand-Tbl(WS-Stock-Sub)
                    MOVE VA-Units-Sold TO WS-Loc-Qty
                    PERFORM MoveLocationStock
                    ADD 1 TO WS-Sales-Applied
                    IF SK-On-Hand-Tbl(WS-Stock-Sub) < ZERO
                        MOVE VA-Oil-Id    TO SE-Product-Id
                        MOVE VA-Unit-Size TO SE-Unit-Size
                        MOVE "SALE DRIVES ON-HAND NEGATIVE"
                            TO SE-Detail
                        WRITE StockExceptRecord
                        ADD 1 TO WS-Stock-Exceptions
                        MOVE ZERO TO SK-On-Hand-Tbl(WS-Stock-Sub)
                    END-IF
                END-IF
            END-IF.

      * A kit returned goes back on the shelf as an assembled kit.
      * A kit sold comes off the assembled kits first; any the
      * shelf cannot cover are made up from the components on the
      * spot, each component line recorded against this customer
      * so a recall of a component lot still finds them. A kit not
      * yet on the stock book is simply all made up.
       ApplyKitSale.
            MOVE VA-Oil-Id    TO WS-Lookup-Product
            MOVE VA-Unit-Size TO WS-Lookup-Size
            PERFORM LocateStockEntry
            IF WS-Stock-Sub = ZERO AND VA-Units-Sold < ZERO
                PERFORM AddStockEntry
            END-IF
            MOVE WS-Stock-Sub TO WS-Kit-Stock-Sub
            IF VA-Units-Sold < ZERO
                PERFORM ShipFromLots
                SUBTRACT VA-Units-Sold
                    FROM SK-On-Hand-Tbl(WS-Kit-Stock-Sub)
                MOVE VA-Units-Sold TO WS-Loc-Qty
                PERFORM MoveLocationStock
            ELSE
                MOVE VA-Units-Sold TO WS-Kit-Remaining
                IF WS-Kit-Stock-Sub > ZERO
                    IF SK-On-Hand-Tbl(WS-Kit-Stock-Sub) > ZERO
                        IF SK-On-Hand-Tbl(WS-Kit-Stock-Sub)
                               < WS-Kit-Remaining
                            MOVE SK-On-Hand-Tbl(WS-Kit-Stock-Sub)
                                TO WS-Ship-Units
                        ELSE
                            MOVE WS-Kit-Remaining TO WS-Ship-Units
                        END-IF
                        MOVE WS-Kit-Stock-Sub TO WS-Stock-Sub
                        PERFORM ShipFromLots
                        SUBTRACT WS-Ship-Units
                            FROM SK-On-Hand-Tbl(WS-Kit-Stock-Sub)
                        MOVE WS-Ship-Units TO WS-Loc-Qty
                        PERFORM MoveLocationStock
                        SUBTRACT WS-Ship-Units FROM WS-Kit-Remaining
                    END-IF
                END-IF
                IF WS-Kit-Remaining > ZERO
                    MOVE WS-Kit-Remaining TO WS-Kits-To-Build
                    PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                            UNTIL WS-Kit-Sub > KitTableCount
                        IF KT-Kit-Tbl(WS-Kit-Sub) = WS-Kit-Product
                           AND KT-Kit-Size-Tbl(WS-Kit-Sub) =
                               WS-Kit-Size
                            PERFORM DrawOneComponent
                        END-IF
                    END-PERFORM
                    ADD 1 TO WS-Kit-Sales-Made-Up
                END-IF
            END-IF
            ADD 1 TO WS-Sales-Applied.

      * One component out of stock for WS-Kits-To-Build kits - for
      * a kit sold or a kit assembled, whichever set the ship
      * fields.
       DrawOneComponent.
            MOVE KT-Comp-Tbl(WS-Kit-Sub)      TO WS-Ship-Product
            MOVE KT-Comp-Size-Tbl(WS-Kit-Sub) TO WS-Ship-Size
            COMPUTE WS-Ship-Units =
                WS-Kits-To-Build * KT-Comp-Qty-Tbl(WS-Kit-Sub)
            MOVE WS-Ship-Product TO WS-Lookup-Product
            MOVE WS-Ship-Size    TO WS-Lookup-Size
            PERFORM LocateStockEntry
            IF WS-Stock-Sub = ZERO
                MOVE WS-Ship-Product TO SE-Product-Id
                MOVE WS-Ship-Size    TO SE-Unit-Size
                MOVE "KIT COMPONENT NOT ON STOCK BOOK" TO SE-Detail
                WRITE StockExceptRecord
                ADD 1 TO WS-Stock-Exceptions
            ELSE
                PERFORM ShipFromLots
                SUBTRACT WS-Ship-Units
                    FROM SK-On-Hand-Tbl(WS-Stock-Sub)
                MOVE WS-Ship-Units TO WS-Loc-Qty
                PERFORM MoveLocationStock
                IF SK-On-Hand-Tbl(WS-Stock-Sub) < ZERO
                    MOVE WS-Ship-Product TO SE-Product-Id
                    MOVE WS-Ship-Size    TO SE-Unit-Size
                    MOVE "KIT SALE DRIVES COMPONENT NEGATIVE"
                        TO SE-Detail
                    WRITE StockExceptRecord
                    ADD 1 TO WS-Stock-Exceptions
                    MOVE ZERO TO SK-On-Hand-Tbl(WS-Stock-Sub)
                END-IF
            END-IF.

       CheckItemIsKit.
            MOVE "N" TO WS-Kit-Switch
            IF KitTableCount > ZERO
                SET KitIdx TO 1
                SEARCH KitEntry
                   AT END MOVE "N" TO WS-Kit-Switch
                   WHEN KT-Kit-Tbl(KitIdx) = WS-Kit-Product
                        AND KT-Kit-Size-Tbl(KitIdx) = WS-Kit-Size
                        SET ItemIsKit TO TRUE
                END-SEARCH
            END-IF.

       AddStockEntry.
            SET StockIdx TO StockTableCount
            SET StockIdx UP BY 1
            SET StockTableCount TO StockIdx
            SET WS-Stock-Sub TO StockIdx
            MOVE WS-Lookup-Product TO SK-Product-Tbl(WS-Stock-Sub)
            MOVE WS-Lookup-Size    TO SK-Size-Tbl(WS-Stock-Sub)
            MOVE ZERO TO SK-On-Hand-Tbl(WS-Stock-Sub)
            MOVE ZERO TO SK-Reorder-Tbl(WS-Stock-Sub)
            MOVE ZERO TO SK-Order-Qty-Tbl(WS-Stock-Sub)
            MOVE ZERO TO SK-Kit-Demand-Tbl(WS-Stock-Sub).

      * An assembly is all or nothing - if any component is short
      * of what the kits need, none are built and the stockroom
      * hears why. The components go out recorded against the kit
      * rather than a customer, so a component recall shows the
      * kits it went into.
       BookAssemblies.
            OPEN INPUT AssemblyFile
            IF WS-Assembly-Status NOT = "00"
                SET EndOfAssemblyFile TO TRUE
            ELSE
                READ AssemblyFile
                    AT END SET EndOfAssemblyFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfAssemblyFile
                PERFORM BookOneAssembly
                READ AssemblyFile
                    AT END SET EndOfAssemblyFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Assembly-Status NOT = "35"
                CLOSE AssemblyFile
            END-IF.

       BookOneAssembly.
            MOVE AS-Kit-Id TO SE-Product-Id
            IF AS-Kit-Size NUMERIC
                MOVE AS-Kit-Size TO SE-Unit-Size
            ELSE
                MOVE ZERO TO SE-Unit-Size
            END-IF
            IF AS-Kit-Size NOT NUMERIC OR AS-Quantity NOT NUMERIC
                MOVE "ASSEMBLY SIZE OR QUANTITY NOT VALID"
                    TO SE-Detail
                WRITE StockExceptRecord
                ADD 1 TO WS-Stock-Exceptions
                ADD 1 TO WS-Assemblies-Refused
            ELSE
                MOVE AS-Kit-Id    TO WS-Kit-Product
                MOVE AS-Kit-Size  TO WS-Kit-Size
                MOVE AS-Quantity  TO WS-Assembly-Qty
                PERFORM CheckItemIsKit
                EVALUATE TRUE
                    WHEN WS-Assembly-Qty = ZERO
                        MOVE "ASSEMBLY SIZE OR QUANTITY NOT VALID"
                            TO SE-Detail
                        WRITE StockExceptRecord
                        ADD 1 TO WS-Stock-Exceptions
                        ADD 1 TO WS-Assemblies-Refused
                    WHEN NOT ItemIsKit
                        MOVE "ASSEMBLY FOR ITEM WITH NO KIT BOM"
                            TO SE-Detail
                        WRITE StockExceptRecord
                        ADD 1 TO WS-Stock-Exceptions
                        ADD 1 TO WS-Assemblies-Refused
                    WHEN OTHER
                        PERFORM CheckComponentsOnHand
                        IF ComponentShort
                            ADD 1 TO WS-Assemblies-Refused
                        ELSE
                            PERFORM AssembleKits
                        END-IF
                END-EVALUATE
            END-IF.

       CheckComponentsOnHand.
            MOVE "N" TO WS-Short-Switch
            PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                    UNTIL WS-Kit-Sub > KitTableCount
                IF KT-Kit-Tbl(WS-Kit-Sub) = WS-Kit-Product
                   AND KT-Kit-Size-Tbl(WS-Kit-Sub) = WS-Kit-Size
                    COMPUTE WS-Comp-Need =
                        WS-Assembly-Qty * KT-Comp-Qty-Tbl(WS-Kit-Sub)
                    MOVE KT-Comp-Tbl(WS-Kit-Sub) TO WS-Lookup-Product
                    MOVE KT-Comp-Size-Tbl(WS-Kit-Sub)
                        TO WS-Lookup-Size
                    PERFORM LocateStockEntry
                    IF WS-Stock-Sub = ZERO
                        SET ComponentShort TO TRUE
                    ELSE
                        IF SK-On-Hand-Tbl(WS-Stock-Sub) < WS-Comp-Need
                            SET ComponentShort TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF ComponentShort
                MOVE "ASSEMBLY REFUSED - COMPONENTS SHORT"
                    TO SE-Detail
                WRITE StockExceptRecord
                ADD 1 TO WS-Stock-Exceptions
            END-IF.

       AssembleKits.
            MOVE ZERO             TO WS-Ship-Cus-Id
            MOVE SPACES           TO WS-Ship-Cus-Name
            STRING "INTO KIT " WS-Kit-Product
                   " SIZE " WS-Kit-Size
                   DELIMITED BY SIZE INTO WS-Ship-Cus-Name
            END-STRING
            MOVE SPACES           TO WS-Ship-SalesPerson
            MOVE WS-Assembly-Qty  TO WS-Kits-To-Build
            PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                    UNTIL WS-Kit-Sub > KitTableCount
                IF KT-Kit-Tbl(WS-Kit-Sub) = WS-Kit-Product
                   AND KT-Kit-Size-Tbl(WS-Kit-Sub) = WS-Kit-Size
                    PERFORM DrawOneComponent
                END-IF
            END-PERFORM
            MOVE WS-Kit-Product TO WS-Lookup-Product
            MOVE WS-Kit-Size    TO WS-Lookup-Size
            PERFORM LocateStockEntry
            IF WS-Stock-Sub = ZERO
                PERFORM AddStockEntry
            END-IF
            ADD WS-Assembly-Qty TO SK-On-Hand-Tbl(WS-Stock-Sub)
            COMPUTE WS-Loc-Qty = ZERO - WS-Assembly-Qty
            PERFORM MoveLocationStock
            ADD WS-Assembly-Qty TO WS-Kits-Assembled.

      * On-hand beyond what the lots account for is stock from
      * before lots were kept - the oldest there is, so it goes
      * first, recorded with no lot number. Then the lots in the
      * order they came in. A shortfall past every lot is recorded
      * with no lot number too; the negative on-hand exception
      * already reports it.
       ShipFromLots.
            EVALUATE TRUE
                WHEN WS-Ship-Units > ZERO
                    PERFORM ShipSaleFromLots
                WHEN WS-Ship-Units < ZERO
                    PERFORM RestockReturnToLot
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ShipSaleFromLots.
            MOVE ZERO TO WS-Lotted-Qty
            PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
                    UNTIL WS-Lot-Sub > LotTableCount
                IF LK-Product-Tbl(WS-Lot-Sub) = WS-Ship-Product
                   AND LK-Size-Tbl(WS-Lot-Sub) = WS-Ship-Size
                    ADD LK-On-Hand-Tbl(WS-Lot-Sub) TO WS-Lotted-Qty
                END-IF
            END-PERFORM
            COMPUTE WS-Unlotted-Qty =
                SK-On-Hand-Tbl(WS-Stock-Sub) - WS-Lotted-Qty
            MOVE WS-Ship-Units TO WS-To-Ship
            IF WS-Unlotted-Qty > ZERO
                IF WS-Unlotted-Qty < WS-To-Ship
                    MOVE WS-Unlotted-Qty TO WS-Take-Qty
                ELSE
                    MOVE WS-To-Ship TO WS-Take-Qty
                END-IF
                MOVE SPACES TO WS-Ship-Lot
                PERFORM WriteLotShipLine
                SUBTRACT WS-Take-Qty FROM WS-To-Ship
            END-IF
            PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
                    UNTIL WS-Lot-Sub > LotTableCount
                    OR WS-To-Ship = ZERO
                IF LK-Product-Tbl(WS-Lot-Sub) = WS-Ship-Product
                   AND LK-Size-Tbl(WS-Lot-Sub) = WS-Ship-Size
                   AND LK-On-Hand-Tbl(WS-Lot-Sub) > ZERO
                    PERFORM TakeFromOneLot
                END-IF
            END-PERFORM
            IF WS-To-Ship > ZERO
                MOVE WS-To-Ship TO WS-Take-Qty
                MOVE SPACES TO WS-Ship-Lot
                PERFORM WriteLotShipLine
            END-IF.

       TakeFromOneLot.
            IF LK-On-Hand-Tbl(WS-Lot-Sub) < WS-To-Ship
                MOVE LK-On-Hand-Tbl(WS-Lot-Sub) TO WS-Take-Qty
            ELSE
                MOVE WS-To-Ship TO WS-Take-Qty
            END-IF
            SUBTRACT WS-Take-Qty FROM LK-On-Hand-Tbl(WS-Lot-Sub)
            SUBTRACT WS-Take-Qty FROM WS-To-Ship
            MOVE LK-Lot-Tbl(WS-Lot-Sub) TO WS-Ship-Lot
            PERFORM WriteLotShipLine.

      * A return cannot say which lot it came out of, so it goes
      * back on the newest lot of the product and size - recorded
      * against that lot with the quantity negative.
       RestockReturnToLot.
            MOVE ZERO TO WS-Lot-Sub
            PERFORM VARYING LotIdx FROM 1 BY 1
                    UNTIL LotIdx > LotTableCount
                IF LK-Product-Tbl(LotIdx) = WS-Ship-Product
                   AND LK-Size-Tbl(LotIdx) = WS-Ship-Size
                    SET WS-Lot-Sub TO LotIdx
                END-IF
            END-PERFORM
            MOVE WS-Ship-Units TO WS-Take-Qty
            IF WS-Lot-Sub = ZERO
                MOVE SPACES TO WS-Ship-Lot
            ELSE
                SUBTRACT WS-Ship-Units FROM LK-On-Hand-Tbl(WS-Lot-Sub)
                MOVE LK-Lot-Tbl(WS-Lot-Sub) TO WS-Ship-Lot
            END-IF
            PERFORM WriteLotShipLine.

       WriteLotShipLine.
            MOVE SPACES TO LotShipRecord
            MOVE WS-Ship-Lot      TO LS-Lot-Number
            MOVE WS-Ship-Product  TO LS-Product-Id
            MOVE WS-Ship-Size     TO LS-Unit-Size
            MOVE WS-Ship-Cus-Id   TO LS-Cus-Id
            MOVE WS-Ship-Cus-Name TO LS-Cus-Name
            MOVE WS-Take-Qty      TO LS-Quantity
            MOVE WS-Business-Date TO LS-Ship-Date
            MOVE WS-Ship-SalesPerson TO LS-SalesPerson
            WRITE LotShipRecord
            ADD 1 TO WS-Lot-Lines-Written.

      * A kit at or below its level is built back up to twice the
      * level, the refill rule PurchaseOrders orders by - and those
      * kits' components are demand on the components before any
      * customer buys a bottle of them loose. A component prints
      * when what is left after that demand is at or below its own
      * level, or cannot cover the demand at all. A kit prints to
      * be assembled, not bought. With locations, a line whose
      * selling locations are at or below the level while a store
      * still has stock prints a transfer from the best-stocked
      * store before anything is bought - TRANSFER alone when the
      * business as a whole is above the level, so no order is
      * raised, XFER+PO when it is below it too.
       PrintReorderReport.
            PERFORM TallyKitDemand
            OPEN OUTPUT ReorderReportFile
            MOVE WS-Title-Line TO ShowReorderReport
            WRITE ShowReorderReport
            PERFORM VARYING StockIdx FROM 1 BY 1
                    UNTIL StockIdx > StockTableCount
                COMPUTE WS-Net-On-Hand = SK-On-Hand-Tbl(StockIdx)
                    - SK-Kit-Demand-Tbl(StockIdx)
                MOVE "N" TO WS-Total-Low-Switch
                MOVE "N" TO WS-Shop-Low-Switch
                IF (SK-Reorder-Tbl(StockIdx) > ZERO
                    AND WS-Net-On-Hand <= SK-Reorder-Tbl(StockIdx))
                   OR WS-Net-On-Hand < ZERO
                    SET TotalBelowLevel TO TRUE
                END-IF
                IF LocationTableCount > ZERO
                   AND SK-Reorder-Tbl(StockIdx) > ZERO
                    PERFORM WeighShopAgainstStores
                END-IF
                IF TotalBelowLevel OR ShopBelowLevel
                    MOVE SK-Product-Tbl(StockIdx) TO DL-Product-Id
                    MOVE SK-Size-Tbl(StockIdx)    TO DL-Unit-Size
                    MOVE SK-On-Hand-Tbl(StockIdx) TO DL-On-Hand
                    MOVE SK-Reorder-Tbl(StockIdx) TO DL-Reorder
                    MOVE SK-Kit-Demand-Tbl(StockIdx) TO DL-Kit-Demand
                    MOVE SK-Product-Tbl(StockIdx) TO WS-Kit-Product
                    MOVE SK-Size-Tbl(StockIdx)    TO WS-Kit-Size
                    PERFORM CheckItemIsKit
                    EVALUATE TRUE
                        WHEN ItemIsKit AND TotalBelowLevel
                            MOVE "ASSEMBLE" TO DL-Note
                        WHEN ShopBelowLevel AND TotalBelowLevel
                            MOVE "XFER+PO" TO DL-Note
                        WHEN ShopBelowLevel
                            MOVE "TRANSFER" TO DL-Note
                        WHEN OTHER
                            MOVE SPACES TO DL-Note
                    END-EVALUATE
                    MOVE WS-Detail-Line TO ShowReorderReport
                    WRITE ShowReorderReport
                    ADD 1 TO WS-Reorder-Flagged
                    IF ShopBelowLevel
                        MOVE WS-Xfer-Qty      TO TL-Quantity
                        MOVE WS-Xfer-From     TO TL-From
                        MOVE WS-Sell-Location TO TL-To
                        MOVE WS-Shop-Stock    TO TL-Shop
                        MOVE WS-Transfer-Line TO ShowReorderReport
                        WRITE ShowReorderReport
                        ADD 1 TO WS-Transfers-Suggested
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-End-Of-Report-Line TO ShowReorderReport
            WRITE ShowReorderReport
            CLOSE ReorderReportFile.

       TallyKitDemand.
            PERFORM VARYING StockIdx FROM 1 BY 1
                    UNTIL StockIdx > StockTableCount
                MOVE ZERO TO SK-Kit-Demand-Tbl(StockIdx)
            END-PERFORM
            PERFORM VARYING WS-Kit-Stock-Sub FROM 1 BY 1
                    UNTIL WS-Kit-Stock-Sub > StockTableCount
                MOVE SK-Product-Tbl(WS-Kit-Stock-Sub)
                    TO WS-Kit-Product
                MOVE SK-Size-Tbl(WS-Kit-Stock-Sub) TO WS-Kit-Size
                PERFORM CheckItemIsKit
                IF ItemIsKit
                   AND SK-Reorder-Tbl(WS-Kit-Stock-Sub) > ZERO
                   AND SK-On-Hand-Tbl(WS-Kit-Stock-Sub) <=
                       SK-Reorder-Tbl(WS-Kit-Stock-Sub)
                    COMPUTE WS-Kits-To-Build =
                        (SK-Reorder-Tbl(WS-Kit-Stock-Sub) * 2)
                        - SK-On-Hand-Tbl(WS-Kit-Stock-Sub)
                    IF WS-Kits-To-Build < 1
                        MOVE 1 TO WS-Kits-To-Build
                    END-IF
                    PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                            UNTIL WS-Kit-Sub > KitTableCount
                        IF KT-Kit-Tbl(WS-Kit-Sub) = WS-Kit-Product
                           AND KT-Kit-Size-Tbl(WS-Kit-Sub) =
                               WS-Kit-Size
                            PERFORM AddComponentDemand
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       AddComponentDemand.
            MOVE KT-Comp-Tbl(WS-Kit-Sub)      TO WS-Lookup-Product
            MOVE KT-Comp-Size-Tbl(WS-Kit-Sub) TO WS-Lookup-Size
            PERFORM LocateStockEntry
            IF WS-Stock-Sub > ZERO
                COMPUTE SK-Kit-Demand-Tbl(WS-Stock-Sub) =
                    SK-Kit-Demand-Tbl(WS-Stock-Sub)
                    + (WS-Kits-To-Build * KT-Comp-Qty-Tbl(WS-Kit-Sub))
            END-IF.

      * KITBOM.DAT is keyed by hand - a row that does not read as
      * numbers, or names the kit as its own component, is left
      * out. No KITBOM.DAT (a "35" status) means no kits yet.
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

      * The selling locations' on-hand and inbound transfers set
      * against the level; the store holding most is the one to
      * draw from, and the suggestion refills the shop to twice
      * the level as far as that store can.
       WeighShopAgainstStores.
            MOVE ZERO   TO WS-Shop-Stock
            MOVE ZERO   TO WS-Xfer-From-Qty
            MOVE SPACES TO WS-Xfer-From
            PERFORM VARYING WS-LocStk-Sub FROM 1 BY 1
                    UNTIL WS-LocStk-Sub > LocStockTableCount
                IF LX-Product-Tbl(WS-LocStk-Sub) =
                       SK-Product-Tbl(StockIdx)
                   AND LX-Size-Tbl(WS-LocStk-Sub) =
                       SK-Size-Tbl(StockIdx)
                    PERFORM WeighOneLocStockRow
                END-IF
            END-PERFORM
            COMPUTE WS-Shop-Net =
                WS-Shop-Stock - SK-Kit-Demand-Tbl(StockIdx)
            IF WS-Shop-Net <= SK-Reorder-Tbl(StockIdx)
               AND WS-Xfer-From-Qty > ZERO
                SET ShopBelowLevel TO TRUE
                COMPUTE WS-Xfer-Qty =
                    (SK-Reorder-Tbl(StockIdx) * 2) - WS-Shop-Net
                IF WS-Xfer-Qty < 1
                    MOVE 1 TO WS-Xfer-Qty
                END-IF
                IF WS-Xfer-Qty > WS-Xfer-From-Qty
                    MOVE WS-Xfer-From-Qty TO WS-Xfer-Qty
                END-IF
            END-IF.

       WeighOneLocStockRow.
            MOVE LX-Location-Tbl(WS-LocStk-Sub) TO WS-Loc-Code
            PERFORM FindLocation
            IF WS-Locn-Sub > ZERO
               AND LocationEntrySells(WS-Locn-Sub)
                ADD LX-On-Hand-Tbl(WS-LocStk-Sub) TO WS-Shop-Stock
                ADD LX-Transit-Tbl(WS-LocStk-Sub) TO WS-Shop-Stock
            ELSE
                IF LX-On-Hand-Tbl(WS-LocStk-Sub) > WS-Xfer-From-Qty
                    MOVE LX-On-Hand-Tbl(WS-LocStk-Sub)
                        TO WS-Xfer-From-Qty
                    MOVE WS-Loc-Code TO WS-Xfer-From
                END-IF
            END-IF.

       StoreStockTable.
            OPEN OUTPUT InventoryFile
            PERFORM VARYING StockIdx FROM 1 BY 1
                MOVE SK-Size-Tbl(StockIdx)    TO IN-Unit-Size
                MOVE SK-On-Hand-Tbl(StockIdx) TO IN-On-Hand
                MOVE SK-Reorder-Tbl(StockIdx) TO IN-Reorder-Level
                MOVE SK-Order-Qty-Tbl(StockIdx) TO IN-Order-Qty
                WRITE InventoryRecord
            END-PERFORM
            CLOSE InventoryFile.

      * No LOCMAST.DAT (a "35" status) - the stock stays one figure
      * and LOCSTOCK.DAT is neither read nor written. Returns,
      * assemblies and unplaced stock go to the first active
      * selling location; receipts keyed with no location to the
      * first active store, or the selling location if there is
      * no store.
       LoadLocationTable.
            OPEN INPUT LocationFile
            IF WS-Location-Status NOT = "00"
                SET EndOfLocationFile TO TRUE
            ELSE
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLocationFile
                IF LocationTableCount < 20
                    SET LocnIdx TO LocationTableCount
                    SET LocnIdx UP BY 1
                    SET LocationTableCount TO LocnIdx
                    MOVE LOC-Code   TO LC-Code-Tbl(LocnIdx)
                    MOVE LOC-Type   TO LC-Type-Tbl(LocnIdx)
                    MOVE LOC-Status TO LC-Status-Tbl(LocnIdx)
                    IF NOT LocationClosed
                        IF LocationSells
                           AND WS-Sell-Location = SPACES
                            MOVE LOC-Code TO WS-Sell-Location
                        END-IF
                        IF NOT LocationSells
                           AND WS-Receive-Location = SPACES
                            MOVE LOC-Code TO WS-Receive-Location
                        END-IF
                    END-IF
                END-IF
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Location-Status NOT = "35"
                CLOSE LocationFile
            END-IF
            IF LocationTableCount > ZERO
                IF WS-Sell-Location = SPACES
                    MOVE LC-Code-Tbl(1) TO WS-Sell-Location
                END-IF
                IF WS-Receive-Location = SPACES
                    MOVE WS-Sell-Location TO WS-Receive-Location
                END-IF
            END-IF.

       LoadLocStockTable.
            IF LocationTableCount > ZERO
                OPEN INPUT LocStockFile
                IF WS-LocStock-Status NOT = "00"
                    SET EndOfLocStockFile TO TRUE
                ELSE
                    READ LocStockFile
                        AT END SET EndOfLocStockFile TO TRUE
                    END-READ
                END-IF
                PERFORM UNTIL EndOfLocStockFile
                    SET LocStkIdx TO LocStockTableCount
                    SET LocStkIdx UP BY 1
                    SET LocStockTableCount TO LocStkIdx
                    MOVE LCS-Location   TO LX-Location-Tbl(LocStkIdx)
                    MOVE LCS-Product-Id TO LX-Product-Tbl(LocStkIdx)
                    MOVE LCS-Unit-Size  TO LX-Size-Tbl(LocStkIdx)
                    IF LCS-On-Hand NUMERIC
                        MOVE LCS-On-Hand TO LX-On-Hand-Tbl(LocStkIdx)
                    ELSE
                        MOVE ZERO TO LX-On-Hand-Tbl(LocStkIdx)
                    END-IF
                    IF LCS-In-Transit NUMERIC
                        MOVE LCS-In-Transit TO LX-Transit-Tbl(LocStkIdx)
                    ELSE
                        MOVE ZERO TO LX-Transit-Tbl(LocStkIdx)
                    END-IF
                    READ LocStockFile
                        AT END SET EndOfLocStockFile TO TRUE
                    END-READ
                END-PERFORM
                IF WS-LocStock-Status NOT = "35"
                    CLOSE LocStockFile
                END-IF
            END-IF.

      * A row with nothing on the shelf and nothing on the way is
      * not worth keeping.
       StoreLocStockTable.
            IF LocationTableCount > ZERO
                OPEN OUTPUT LocStockFile
                PERFORM VARYING LocStkIdx FROM 1 BY 1
                        UNTIL LocStkIdx > LocStockTableCount
                    IF LX-On-Hand-Tbl(LocStkIdx) NOT = ZERO
                       OR LX-Transit-Tbl(LocStkIdx) NOT = ZERO
                        MOVE SPACES TO LocStockRecord
                        MOVE LX-Location-Tbl(LocStkIdx)
                            TO LCS-Location
                        MOVE LX-Product-Tbl(LocStkIdx)
                            TO LCS-Product-Id
                        MOVE LX-Size-Tbl(LocStkIdx) TO LCS-Unit-Size
                        MOVE LX-On-Hand-Tbl(LocStkIdx) TO LCS-On-Hand
                        MOVE LX-Transit-Tbl(LocStkIdx)
                            TO LCS-In-Transit
                        WRITE LocStockRecord
                    END-IF
                END-PERFORM
                CLOSE LocStockFile
            END-IF.

      * Stock the book holds that no location accounts for - every
      * line, the first run with locations - goes on the first
      * selling location's shelf; a book below what the locations
      * hold comes off them the way a sale would.
       PlaceUnplacedStock.
            IF LocationTableCount > ZERO
                PERFORM VARYING WS-Stock-Sub FROM 1 BY 1
                        UNTIL WS-Stock-Sub > StockTableCount
                    PERFORM PlaceOneStockLine
                END-PERFORM
            END-IF.

       PlaceOneStockLine.
            MOVE SK-Product-Tbl(WS-Stock-Sub) TO WS-Lookup-Product
            MOVE SK-Size-Tbl(WS-Stock-Sub)    TO WS-Lookup-Size
            MOVE ZERO TO WS-Placed-Qty
            PERFORM VARYING WS-LocStk-Sub FROM 1 BY 1
                    UNTIL WS-LocStk-Sub > LocStockTableCount
                IF LX-Product-Tbl(WS-LocStk-Sub) = WS-Lookup-Product
                   AND LX-Size-Tbl(WS-LocStk-Sub) = WS-Lookup-Size
                    ADD LX-On-Hand-Tbl(WS-LocStk-Sub) TO WS-Placed-Qty
                    ADD LX-Transit-Tbl(WS-LocStk-Sub) TO WS-Placed-Qty
                END-IF
            END-PERFORM
            COMPUTE WS-Loc-Qty =
                WS-Placed-Qty - SK-On-Hand-Tbl(WS-Stock-Sub)
            IF WS-Loc-Qty NOT = ZERO
                PERFORM MoveLocationStock
                ADD 1 TO WS-Lines-Placed
            END-IF.

      * Units going out (WS-Loc-Qty positive) come off the selling
      * locations first, then the stores, each in file order; what
      * the locations cannot cover is the shortfall the negative
      * on-hand exception already reports. Units coming back
      * (WS-Loc-Qty negative) go on the first selling location's
      * shelf. The product and size are the lookup pair.
       MoveLocationStock.
            IF LocationTableCount > ZERO
                IF WS-Loc-Qty > ZERO
                    SET SellingPass TO TRUE
                    PERFORM DrawFromLocations
                    MOVE "N" TO WS-Sell-Pass-Switch
                    PERFORM DrawFromLocations
                END-IF
                IF WS-Loc-Qty < ZERO
                    MOVE WS-Sell-Location TO WS-Loc-Code
                    PERFORM LocateLocStockRow
                    IF WS-LocStk-Sub > ZERO
                        SUBTRACT WS-Loc-Qty
                            FROM LX-On-Hand-Tbl(WS-LocStk-Sub)
                    END-IF
                END-IF
            END-IF.

       DrawFromLocations.
            PERFORM VARYING WS-Locn-Sub FROM 1 BY 1
                    UNTIL WS-Locn-Sub > LocationTableCount
                    OR WS-Loc-Qty = ZERO
                IF (SellingPass AND LocationEntrySells(WS-Locn-Sub))
                   OR (NOT SellingPass
                       AND NOT LocationEntrySells(WS-Locn-Sub))
                    PERFORM DrawFromOneLocation
                END-IF
            END-PERFORM.

       DrawFromOneLocation.
            PERFORM VARYING WS-LocStk-Sub FROM 1 BY 1
                    UNTIL WS-LocStk-Sub > LocStockTableCount
                    OR WS-Loc-Qty = ZERO
                IF LX-Location-Tbl(WS-LocStk-Sub) =
                       LC-Code-Tbl(WS-Locn-Sub)
                   AND LX-Product-Tbl(WS-LocStk-Sub) = WS-Lookup-Product
                   AND LX-Size-Tbl(WS-LocStk-Sub) = WS-Lookup-Size
                   AND LX-On-Hand-Tbl(WS-LocStk-Sub) > ZERO
                    IF LX-On-Hand-Tbl(WS-LocStk-Sub) < WS-Loc-Qty
                        MOVE LX-On-Hand-Tbl(WS-LocStk-Sub)
                            TO WS-Loc-Take
                    ELSE
                        MOVE WS-Loc-Qty TO WS-Loc-Take
                    END-IF
                    SUBTRACT WS-Loc-Take
                        FROM LX-On-Hand-Tbl(WS-LocStk-Sub)
                    SUBTRACT WS-Loc-Take FROM WS-Loc-Qty
                END-IF
            END-PERFORM.

      * The row for WS-Loc-Code and the lookup product and size -
      * an empty one is opened if the location has never held it.
       LocateLocStockRow.
            MOVE ZERO TO WS-LocStk-Sub
            IF LocStockTableCount > ZERO
                SET LocStkIdx TO 1
                SEARCH LocStockEntry
                   AT END MOVE ZERO TO WS-LocStk-Sub
                   WHEN LX-Location-Tbl(LocStkIdx) = WS-Loc-Code
                        AND LX-Product-Tbl(LocStkIdx) =
                            WS-Lookup-Product
                        AND LX-Size-Tbl(LocStkIdx) = WS-Lookup-Size
                        SET WS-LocStk-Sub TO LocStkIdx
                END-SEARCH
            END-IF
            IF WS-LocStk-Sub = ZERO AND LocStockTableCount < 3000
                SET LocStkIdx TO LocStockTableCount
                SET LocStkIdx UP BY 1
                SET LocStockTableCount TO LocStkIdx
                SET WS-LocStk-Sub TO LocStkIdx
                MOVE WS-Loc-Code    TO LX-Location-Tbl(WS-LocStk-Sub)
                MOVE WS-Lookup-Product
                    TO LX-Product-Tbl(WS-LocStk-Sub)
                MOVE WS-Lookup-Size TO LX-Size-Tbl(WS-LocStk-Sub)
                MOVE ZERO TO LX-On-Hand-Tbl(WS-LocStk-Sub)
                MOVE ZERO TO LX-Transit-Tbl(WS-LocStk-Sub)
            END-IF.

       FindLocation.
            MOVE ZERO TO WS-Locn-Sub
            IF LocationTableCount > ZERO
                SET LocnIdx TO 1
                SEARCH LocationEntry
                   AT END MOVE ZERO TO WS-Locn-Sub
                   WHEN LC-Code-Tbl(LocnIdx) = WS-Loc-Code
                        SET WS-Locn-Sub TO LocnIdx
                END-SEARCH
            END-IF.

      * A receipt keyed with no location books to the first store.
      * One keyed to a location not on the master, or closed, books
      * there too, with an exception so the stockroom can move it.
       BookReceiptLocation.
            IF LocationTableCount > ZERO
                MOVE WS-Receive-Location TO WS-Loc-Code
                IF RC-Location NOT = SPACES
                    MOVE RC-Location TO WS-Loc-Code
                    PERFORM FindLocation
                    IF WS-Locn-Sub = ZERO
                       OR LocationEntryClosed(WS-Locn-Sub)
                        MOVE RC-Product-Id  TO SE-Product-Id
                        MOVE WS-Lookup-Size TO SE-Unit-Size
                        MOVE "RECEIPT LOCATION NOT OPEN - TO STORE"
                            TO SE-Detail
                        WRITE StockExceptRecord
                        ADD 1 TO WS-Stock-Exceptions
                        MOVE WS-Receive-Location TO WS-Loc-Code
                    END-IF
                END-IF
                PERFORM LocateLocStockRow
                IF WS-LocStk-Sub > ZERO
                    ADD WS-Receipt-Qty
                        TO LX-On-Hand-Tbl(WS-LocStk-Sub)
                END-IF
            END-IF.

      * No LOTSTOCK.DAT yet (a "35" status) - nothing has been
      * received by lot, so all of on-hand is unlotted stock.
       LoadLotTable.
            OPEN INPUT LotStockFile
            IF WS-LotStock-Status NOT = "00"
                SET EndOfLotStockFile TO TRUE
            ELSE
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLotStockFile
                IF LotTableCount < 3000
                    ADD 1 TO LotTableCount
                    MOVE LT-Product-Id
                        TO LK-Product-Tbl(LotTableCount)
                    MOVE LT-Unit-Size     TO LK-Size-Tbl(LotTableCount)
                    MOVE LT-Lot-Number    TO LK-Lot-Tbl(LotTableCount)
                    MOVE LT-Best-Before
                        TO LK-Best-Before-Tbl(LotTableCount)
                    MOVE LT-Received-Date
                        TO LK-Received-Tbl(LotTableCount)
                    MOVE LT-Qty-Received
                        TO LK-Qty-Recvd-Tbl(LotTableCount)
                    MOVE LT-On-Hand
                        TO LK-On-Hand-Tbl(LotTableCount)
                END-IF
                READ LotStockFile
                    AT END SET EndOfLotStockFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LotStock-Status NOT = "35"
                CLOSE LotStockFile
            END-IF.

       StoreLotTable.
            OPEN OUTPUT LotStockFile
            PERFORM VARYING LotIdx FROM 1 BY 1
                    UNTIL LotIdx > LotTableCount
                MOVE SPACES TO LotStockRecord
                MOVE LK-Product-Tbl(LotIdx)     TO LT-Product-Id
                MOVE LK-Size-Tbl(LotIdx)        TO LT-Unit-Size
                MOVE LK-Lot-Tbl(LotIdx)         TO LT-Lot-Number
                MOVE LK-Best-Before-Tbl(LotIdx) TO LT-Best-Before
                MOVE LK-Received-Tbl(LotIdx)    TO LT-Received-Date
                MOVE LK-Qty-Recvd-Tbl(LotIdx)   TO LT-Qty-Received
                MOVE LK-On-Hand-Tbl(LotIdx)     TO LT-On-Hand
                WRITE LotStockRecord
            END-PERFORM
            CLOSE LotStockFile.

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

      * The handoff is proved whole before anything processes -
      * the trailer's count and key hash against a fresh pass of
      * the file. A mismatch stops the step and lands on
