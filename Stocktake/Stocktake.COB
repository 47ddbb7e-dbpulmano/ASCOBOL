                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Snapshot-Status.

      * The keyed physical counts - one line per product and size,
      * and per location where stock locations are kept.
           SELECT CountFile ASSIGN "STKCOUNT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Count-Status.

      * The stock locations and each location's share of the book -
      * with no LOCMAST.DAT the count is by product and size alone.
           SELECT LocationFile ASSIGN "LOCMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Location-Status.

           SELECT LocStockFile ASSIGN "LOCSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LocStock-Status.

           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           COPY INVENTRY.

      * Mirrors the inventory record so the snapshot reads back
      * with its own names. With locations kept there is a row per
      * location as well, holding that location's shelf; without,
      * the location is blank and the row holds the book.
       FD  SnapshotFile.
       01  SnapshotRecord.
           02 SNP-Product-Id       PIC X.
           02 SNP-Unit-Size        PIC 9.
           02 FILLER               PIC X       VALUE SPACE.
           02 SNP-On-Hand          PIC S9(5).
           02 FILLER               PIC X       VALUE SPACE.
           02 SNP-Location         PIC X(2).

       FD  CountFile.
       01  CountRecord.
           02 CNT-Product-Id       PIC X.
           02 CNT-Unit-Size        PIC X.
           02 CNT-Counted          PIC X(5).
           02 CNT-Location         PIC X(2).

       FD  LocationFile.
           COPY LOCMAST.

       FD  LocStockFile.
           COPY LOCSTOCK.

       FD  ProductFile.
           COPY PRODMAST.
       01  WS-Snapshot-Status      PIC XX      VALUE SPACES.
       01  WS-Count-Status         PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Location-Status      PIC XX      VALUE SPACES.
       01  WS-LocStock-Status      PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfCountFile                   VALUE "Y".
       01  WS-Product-EOF-Switch   PIC X       VALUE "N".
           88 EndOfProductFile                 VALUE "Y".
       01  WS-Location-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocationFile                VALUE "Y".
       01  WS-LocStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocStockFile                VALUE "Y".

       01  KeyedMode               PIC X       VALUE SPACE.
           88 FreezeWanted                     VALUE "F".
               03 SK-Size-Tbl      PIC 9.
               03 SK-On-Hand-Tbl   PIC S9(5).
               03 SK-Reorder-Tbl   PIC 9(5).
               03 SK-Order-Qty-Tbl PIC 9(5).

       01  WS-Stock-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  SnapTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  SnapTable.
           02 SnapEntry            OCCURS 1 TO 6000 TIMES
                                    DEPENDING ON SnapTableCount
                                    INDEXED BY SnapIdx.
               03 SN-Product-Tbl   PIC X.
               03 SN-Size-Tbl      PIC 9.
               03 SN-On-Hand-Tbl   PIC S9(5).
               03 SN-Location-Tbl  PIC X(2).

       01  WS-Snap-Sub             PIC 9(4)    COMP VALUE ZERO.

      * The location master - with no LOCMAST.DAT the table stays
      * empty and the count is by product and size, as it was.
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
       01  WS-Loc-Code             PIC X(2)    VALUE SPACES.
       01  WS-Loc-Qty              PIC S9(7)   VALUE ZERO.
       01  WS-Loc-Take             PIC S9(7)   VALUE ZERO.
       01  WS-Placed-Qty           PIC S9(7)   VALUE ZERO.
       01  WS-Sell-Pass-Switch     PIC X       VALUE "Y".
           88 SellingPass                      VALUE "Y".
       01  WS-Lookup-Product       PIC X       VALUE SPACE.
       01  WS-Lookup-Size          PIC 9       VALUE ZERO.
       01  WS-Count-Location       PIC X(2)    VALUE SPACES.

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

       01  ProductTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry         OCCURS 1 TO 100 TIMES
           "STOCKTAKE VARIANCE REPORT".

       01  WS-Detail-Line.
           02 FILLER                PIC X(4)    VALUE "LOC ".
           02 DL-Location           PIC X(2).
           02 FILLER                PIC X(6)    VALUE " PROD ".
           02 DL-Product            PIC X.
           02 FILLER                PIC X(6)    VALUE " SIZE ".
           02 DL-Size               PIC 9.
           02 FILLER                PIC X(7)    VALUE "  BOOK ".
           02 DL-Book               PIC -----9.
           02 FILLER                PIC X(9)    VALUE " COUNTED ".
           02 DL-Counted            PIC -----9.
           02 FILLER                PIC X(6)    VALUE "  VAR ".
           02 DL-Variance           PIC -----9.
           02 FILLER                PIC X(7)    VALUE " VALUE ".
           02 DL-Value              PIC ZZZ,ZZ9.99-.
           02 FILLER                PIC X(2)    VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * adjustment onto the live on-hand with its own audit line.
      * Movement between freeze and posting is preserved: the
      * adjustment is the counted-minus-snapshot difference, not a
      * flat overwrite. With stock locations kept, the shelves are
      * counted location by location: the freeze takes each
      * location's shelf, each count names its location, and the
      * adjustment lands on that location as well as on the book.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM GetOperatorId
            DISPLAY "Mode - F freeze snapshot, P post counts: "
            END-EVALUATE
            STOP RUN.

      * Stock in transit is on no shelf, so no location's snapshot
      * holds it - it is counted in when the transfer is received.
       FreezeSnapshot.
            PERFORM LoadStockTable
            PERFORM LoadLocationTable
            PERFORM LoadLocStockTable
            PERFORM PlaceUnplacedStock
            OPEN OUTPUT SnapshotFile
            PERFORM VARYING WS-Stock-Sub FROM 1 BY 1
                    UNTIL WS-Stock-Sub > StockTableCount
                MOVE SPACES TO SnapshotRecord
                MOVE SK-Product-Tbl(WS-Stock-Sub) TO SNP-Product-Id
                MOVE SK-Size-Tbl(WS-Stock-Sub)    TO SNP-Unit-Size
                IF LocationTableCount = ZERO
                    MOVE SK-On-Hand-Tbl(WS-Stock-Sub) TO SNP-On-Hand
                    WRITE SnapshotRecord
                    ADD 1 TO WS-Rows-Frozen
                ELSE
                    MOVE SNP-Product-Id TO WS-Lookup-Product
                    MOVE SNP-Unit-Size  TO WS-Lookup-Size
                    PERFORM FreezeOneLocation
                        VARYING WS-Locn-Sub FROM 1 BY 1
                        UNTIL WS-Locn-Sub > LocationTableCount
                END-IF
            END-PERFORM
            CLOSE SnapshotFile
            DISPLAY "Stocktake - Control Report"
            DISPLAY "Book rows frozen : " WS-Rows-Frozen.

       FreezeOneLocation.
            MOVE LC-Code-Tbl(WS-Locn-Sub) TO WS-Loc-Code
            MOVE WS-Loc-Code TO SNP-Location
            PERFORM FindLocStockRow
            IF WS-LocStk-Sub = ZERO
                MOVE ZERO TO SNP-On-Hand
            ELSE
                MOVE LX-On-Hand-Tbl(WS-LocStk-Sub) TO SNP-On-Hand
            END-IF
            WRITE SnapshotRecord
            ADD 1 TO WS-Rows-Frozen.

       PostCounts.
            PERFORM LoadSnapshotTable
            IF SnapTableCount = ZERO
                STOP RUN
            END-IF
            PERFORM LoadStockTable
            PERFORM LoadLocationTable
            PERFORM LoadLocStockTable
            PERFORM PlaceUnplacedStock
            PERFORM LoadProductTable

            OPEN OUTPUT VarianceFile
            CLOSE VarianceFile
            CLOSE AuditFile
            PERFORM StoreStockTable
            PERFORM StoreLocStockTable

            MOVE WS-Total-Var-Value TO WS-Total-Var-Edit
            DISPLAY "Stocktake - Control Report"
                AT END SET EndOfCountFile TO TRUE
            END-READ.

      * With locations kept, a count that names no location cannot
      * be matched to a shelf and is rejected; without them the
      * location keyed is ignored.
       ApplyOneCount.
            IF LocationTableCount = ZERO
                MOVE SPACES TO WS-Count-Location
            ELSE
                MOVE CNT-Location TO WS-Count-Location
            END-IF
            PERFORM LocateSnapEntry
            PERFORM LocateStockEntry
            IF WS-Snap-Sub = ZERO OR WS-Stock-Sub = ZERO
               OR (LocationTableCount > ZERO
                   AND WS-Count-Location = SPACES)
                ADD 1 TO WS-Counts-Rejected
            ELSE
                MOVE CNT-Counted TO WS-Counted-Qty
       PostOneAdjustment.
            ADD WS-Variance-Units
                TO SK-On-Hand-Tbl(WS-Stock-Sub)
            MOVE SPACES TO AUD-Before-Image
            MOVE SPACES TO AUD-After-Image
            IF LocationTableCount > ZERO
                PERFORM AdjustLocationShelf
            END-IF
            PERFORM ValueOneVariance
            MOVE WS-Count-Location TO DL-Location
            MOVE CNT-Product-Id TO DL-Product
            MOVE SK-Size-Tbl(WS-Stock-Sub) TO DL-Size
            MOVE SN-On-Hand-Tbl(WS-Snap-Sub) TO DL-Book
            ADD 1 TO WS-Adjustments-Posted
            ADD WS-Variance-Value TO WS-Total-Var-Value.

      * The location's shelf moves by the variance too, and its
      * row before and after rides on the audit line.
       AdjustLocationShelf.
            MOVE CNT-Product-Id    TO WS-Lookup-Product
            MOVE CNT-Unit-Size     TO WS-Lookup-Size
            MOVE WS-Count-Location TO WS-Loc-Code
            PERFORM LocateLocStockRow
            IF WS-LocStk-Sub > ZERO
                PERFORM BuildLocStockImage
                MOVE LocStockRecord TO AUD-Before-Image
                ADD WS-Variance-Units
                    TO LX-On-Hand-Tbl(WS-LocStk-Sub)
                PERFORM BuildLocStockImage
                MOVE LocStockRecord TO AUD-After-Image
            END-IF.

       BuildLocStockImage.
            MOVE SPACES TO LocStockRecord
            MOVE LX-Location-Tbl(WS-LocStk-Sub) TO LCS-Location
            MOVE LX-Product-Tbl(WS-LocStk-Sub)  TO LCS-Product-Id
            MOVE LX-Size-Tbl(WS-LocStk-Sub)     TO LCS-Unit-Size
            MOVE LX-On-Hand-Tbl(WS-LocStk-Sub)  TO LCS-On-Hand
            MOVE LX-Transit-Tbl(WS-LocStk-Sub)  TO LCS-In-Transit.

      * Valued at the current list price for the counted size -
      * the same figure the sales side prices at.
       ValueOneVariance.
                   AT END MOVE ZERO TO WS-Snap-Sub
                   WHEN SN-Product-Tbl(SnapIdx) = CNT-Product-Id
                        AND SN-Size-Tbl(SnapIdx) = CNT-Unit-Size
                        AND SN-Location-Tbl(SnapIdx) =
                            WS-Count-Location
                        SET WS-Snap-Sub TO SnapIdx
                END-SEARCH
            END-IF.
                MOVE SNP-Product-Id TO SN-Product-Tbl(SnapIdx)
                MOVE SNP-Unit-Size  TO SN-Size-Tbl(SnapIdx)
                MOVE SNP-On-Hand    TO SN-On-Hand-Tbl(SnapIdx)
                MOVE SNP-Location   TO SN-Location-Tbl(SnapIdx)
                READ SnapshotFile
                    AT END SET EndOfSnapshotFile TO TRUE
                END-READ
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
                MOVE SK-Size-Tbl(StockIdx)    TO IN-Unit-Size
                MOVE SK-On-Hand-Tbl(StockIdx) TO IN-On-Hand
                MOVE SK-Reorder-Tbl(StockIdx) TO IN-Reorder-Level
                MOVE SK-Order-Qty-Tbl(StockIdx) TO IN-Order-Qty
                WRITE InventoryRecord
            END-PERFORM
            CLOSE InventoryFile.

      * Unplaced stock goes on the first active selling location's
      * shelf, as StockUpdate places it.
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
                    IF NOT LocationClosed AND LocationSells
                       AND WS-Sell-Location = SPACES
                        MOVE LOC-Code TO WS-Sell-Location
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
               AND WS-Sell-Location = SPACES
                MOVE LC-Code-Tbl(1) TO WS-Sell-Location
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

      * Stock the book holds that no location accounts for goes on
      * the selling location's shelf; a book below what the
      * locations hold comes off them the way a sale would.
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
            END-IF.

       MoveLocationStock.
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

      * The row for WS-Loc-Code and the lookup product and size, if
      * the location has ever held it.
       FindLocStockRow.
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
            END-IF.

      * As above, opening an empty row if there is none.
       LocateLocStockRow.
            PERFORM FindLocStockRow
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

      * Rows dated after today are tomorrow's prices - of the rest,
      * the latest dated row per product wins.
       LoadProductTable.
            MOVE "STOCKTAKE "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE "STOCK ADJUST"     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE CNT-Product-Id     TO AUD-Before-CourseCode(1:1)
