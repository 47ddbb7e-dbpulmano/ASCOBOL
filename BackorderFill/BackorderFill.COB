                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Inventory-Status.

      * With stock locations kept, only a selling location's shelf
      * fills a backorder - the same stock the validation pass
      * allocates from.
           SELECT LocationFile ASSIGN "LOCMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Location-Status.

           SELECT LocStockFile ASSIGN "LOCSTOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LocStock-Status.

      * Released lines queue here - SalesEntry folds them into the
      * next extract it builds, the same road the released held
      * orders already travel.
       FD  InventoryFile.
           COPY INVENTRY.

       FD  LocationFile.
           COPY LOCMAST.

       FD  LocStockFile.
           COPY LOCSTOCK.

      * Same record the held-order release queues - Cus-Id through
      * SalesPerson, ready for the extract.
       FD  ReleasedFile.

       01  WS-Alloc-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Location-Status      PIC XX      VALUE SPACES.
       01  WS-Location-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocationFile                VALUE "Y".
       01  WS-LocStock-Status      PIC XX      VALUE SPACES.
       01  WS-LocStock-EOF-Switch  PIC X       VALUE "N".
           88 EndOfLocStockFile                VALUE "Y".

      * The open selling locations off LOCMAST.DAT - a location not
      * here, or not on the master at all, is not the shop.
       01  SellLocTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  LocationTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SellLocTable.
           02 SellLocEntry         OCCURS 1 TO 20 TIMES
                                    DEPENDING ON SellLocTableCount
                                    INDEXED BY SellLocIdx.
               03 SL-Code-Tbl      PIC X(2).
       01  WS-Sell-Loc-Switch      PIC X       VALUE "N".
           88 LocationIsSelling                VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Lines-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Released    PIC 9(5)    VALUE ZERO.
            END-PERFORM
            IF WS-Inventory-Status NOT = "35"
                CLOSE InventoryFile
            END-IF
            PERFORM LoadSellingLocations
            IF LocationTableCount > ZERO
                PERFORM DeductStockAwayFromShop
            END-IF.

      * No LOCMAST.DAT (a "35" status) - the whole book is in stock.
       LoadSellingLocations.
            OPEN INPUT LocationFile
            IF WS-Location-Status NOT = "00"
                SET EndOfLocationFile TO TRUE
            ELSE
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLocationFile
                ADD 1 TO LocationTableCount
                IF LocationSells AND NOT LocationClosed
                   AND SellLocTableCount < 20
                    SET SellLocIdx TO SellLocTableCount
                    SET SellLocIdx UP BY 1
                    SET SellLocTableCount TO SellLocIdx
                    MOVE LOC-Code TO SL-Code-Tbl(SellLocIdx)
                END-IF
                READ LocationFile
                    AT END SET EndOfLocationFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Location-Status NOT = "35"
                CLOSE LocationFile
            END-IF.

      * Stock on the road and on the stores' shelves comes out; the
      * book beyond LOCSTOCK.DAT is unplaced stock, counted as on
      * the shop shelf, and stays in.
       DeductStockAwayFromShop.
            OPEN INPUT LocStockFile
            IF WS-LocStock-Status NOT = "00"
                SET EndOfLocStockFile TO TRUE
            ELSE
                READ LocStockFile
                    AT END SET EndOfLocStockFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLocStockFile
                PERFORM DeductOneLocStockRow
                READ LocStockFile
                    AT END SET EndOfLocStockFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-LocStock-Status NOT = "35"
                CLOSE LocStockFile
            END-IF.

       DeductOneLocStockRow.
            MOVE ZERO TO WS-Alloc-Sub
            IF AllocTableCount > ZERO
                SET AllocIdx TO 1
                SEARCH AllocEntry
                   AT END MOVE ZERO TO WS-Alloc-Sub
                   WHEN AL-Product-Tbl(AllocIdx) = LCS-Product-Id
                        AND AL-Size-Tbl(AllocIdx) = LCS-Unit-Size
                        SET WS-Alloc-Sub TO AllocIdx
                END-SEARCH
            END-IF
            IF WS-Alloc-Sub > ZERO
                IF LCS-In-Transit NUMERIC
                    SUBTRACT LCS-In-Transit
                        FROM AL-OnHand-Tbl(WS-Alloc-Sub)
                END-IF
                MOVE "N" TO WS-Sell-Loc-Switch
                IF SellLocTableCount > ZERO
                    SET SellLocIdx TO 1
                    SEARCH SellLocEntry
                       AT END MOVE "N" TO WS-Sell-Loc-Switch
                       WHEN SL-Code-Tbl(SellLocIdx) = LCS-Location
                            SET LocationIsSelling TO TRUE
                    END-SEARCH
                END-IF
                IF NOT LocationIsSelling AND LCS-On-Hand NUMERIC
                    SUBTRACT LCS-On-Hand
                        FROM AL-OnHand-Tbl(WS-Alloc-Sub)
                END-IF
            END-IF.

       END PROGRAM BackorderFill.
