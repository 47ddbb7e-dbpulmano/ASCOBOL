           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Gift-set bills of materials - a kit costs what its
      * components cost.
           SELECT KitBomFile ASSIGN "KITBOM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-KitBom-Status.

           SELECT ReportFile ASSIGN "STKVALUE.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       FD  ProductFile.
           COPY PRODMAST.

       FD  KitBomFile.
           COPY KITBOM.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

           88 EndOfInventoryFile               VALUE "Y".
       01  WS-Product-EOF-Switch   PIC X       VALUE "N".
           88 EndOfProductFile                 VALUE "Y".
       01  WS-KitBom-Status        PIC XX      VALUE SPACES.
       01  WS-KitBom-EOF-Switch    PIC X       VALUE "N".
           88 EndOfKitBomFile                  VALUE "Y".

       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.

               03 PR-Id-Tbl        PIC X.
               03 PR-Class-Tbl     PIC X(10).
               03 PR-Cost-Tbl      PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-Price-Tbl     PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-EffDate-Tbl   PIC 9(8).
       01  WS-Product-Sub          PIC 9(4)    COMP VALUE ZERO.

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

       01  WS-Kit-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Switch           PIC X       VALUE "N".
           88 ItemIsKit                        VALUE "Y".
       01  WS-Uncosted-Switch      PIC X       VALUE "N".
           88 CostMissing                      VALUE "Y".
       01  WS-Seen-Switch          PIC X       VALUE "N".
           88 KitAlreadyListed                 VALUE "Y".
       01  WS-Find-Product         PIC X       VALUE SPACE.
       01  WS-Cost-Product         PIC X       VALUE SPACE.
       01  WS-Cost-Size            PIC 9       VALUE ZERO.
       01  WS-Unit-Cost            PIC 9(5)V99 VALUE ZERO.
       01  WS-Comp-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Kit-Price            PIC 9(3)V99 VALUE ZERO.
       01  WS-Kit-Margin           PIC S9(5)V99 VALUE ZERO.
       01  WS-Kit-Margin-Pct       PIC S9(3)V9 VALUE ZERO.

      * On-hand times cost accumulated per classification.
       01  ClassTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ClassTable.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       01  WS-Kit-Title-Line        PIC X(80)   VALUE
           "GIFT SET KITS - COST FROM COMPONENTS AND MARGIN AT PRICE".

       01  WS-Kit-Line.
           02 FILLER                PIC X(4)    VALUE "KIT ".
           02 KL-Product            PIC X.
           02 FILLER                PIC X(6)    VALUE " SIZE ".
           02 KL-Size               PIC 9.
           02 FILLER                PIC X(7)    VALUE "  COST ".
           02 KL-Cost               PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(8)    VALUE "  PRICE ".
           02 KL-Price              PIC ZZ9.99.
           02 FILLER                PIC X(9)    VALUE "  MARGIN ".
           02 KL-Margin             PIC ZZ,ZZ9.99-.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 KL-Margin-Pct         PIC ---9.9.
           02 FILLER                PIC X       VALUE "%".
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 KL-Note               PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
      * INVENTRY.DAT finally values - every on-hand row times its
      * classification for the purchasing decisions that were
      * being made on revenue alone. Rows whose product carries no
      * cost yet value at zero and are counted so costing gets
      * finished. A gift-set kit is costed from its components, not
      * off its own row, and each kit's cost is set against its
      * selling price for the margin it makes.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM LoadProductTable
            PERFORM LoadKitTable

            OPEN OUTPUT ReportFile
            MOVE WS-Title-Line TO ShowReport
            PERFORM PrintOneClassTotal
                VARYING WS-Class-Sub FROM 1 BY 1
                UNTIL WS-Class-Sub > ClassTableCount
            IF KitTableCount > ZERO
                PERFORM PrintKitMargins
            END-IF
            CLOSE ReportFile

            MOVE WS-Total-Value TO WS-Total-Value-Edit
            STOP RUN.

       ValueOneRow.
            MOVE ZERO TO WS-Line-Value
            MOVE IN-Product-Id TO WS-Cost-Product
            MOVE IN-Unit-Size  TO WS-Cost-Size
            PERFORM CostOneItem
            IF CostMissing
                ADD 1 TO WS-Uncosted-Rows
            ELSE
                COMPUTE WS-Line-Value ROUNDED =
                    IN-On-Hand * WS-Unit-Cost
            END-IF
            MOVE IN-Product-Id TO WS-Find-Product
            PERFORM LocateProductRow
            MOVE IN-Product-Id TO DL-Product
            MOVE IN-Unit-Size  TO DL-Size
            MOVE IN-On-Hand    TO DL-On-Hand
            END-IF
            ADD WS-Line-Value TO CL-Value-Tbl(WS-Class-Sub).

      * The unit cost of a product and size - a kit's is the sum of
      * its components' costs at the quantities in the kit, and
      * one uncosted component leaves the whole kit uncosted.
       CostOneItem.
            MOVE ZERO TO WS-Unit-Cost
            MOVE "N" TO WS-Uncosted-Switch
            PERFORM CheckItemIsKit
            IF ItemIsKit
                PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                        UNTIL WS-Comp-Sub > KitTableCount
                    IF KT-Kit-Tbl(WS-Comp-Sub) = WS-Cost-Product
                       AND KT-Kit-Size-Tbl(WS-Comp-Sub) =
                           WS-Cost-Size
                        PERFORM AddComponentCost
                    END-IF
                END-PERFORM
            ELSE
                MOVE WS-Cost-Product TO WS-Find-Product
                PERFORM LocateProductRow
                IF WS-Product-Sub > ZERO
                   AND WS-Cost-Size >= 1 AND WS-Cost-Size <= 3
                    IF PR-Cost-Tbl(WS-Product-Sub WS-Cost-Size)
                           > ZERO
                        MOVE PR-Cost-Tbl(WS-Product-Sub WS-Cost-Size)
                            TO WS-Unit-Cost
                    ELSE
                        SET CostMissing TO TRUE
                    END-IF
                ELSE
                    SET CostMissing TO TRUE
                END-IF
            END-IF.

       AddComponentCost.
            MOVE KT-Comp-Tbl(WS-Comp-Sub) TO WS-Find-Product
            PERFORM LocateProductRow
            IF WS-Product-Sub > ZERO
               AND KT-Comp-Size-Tbl(WS-Comp-Sub) >= 1
               AND KT-Comp-Size-Tbl(WS-Comp-Sub) <= 3
                IF PR-Cost-Tbl(WS-Product-Sub
                               KT-Comp-Size-Tbl(WS-Comp-Sub)) > ZERO
                    COMPUTE WS-Unit-Cost = WS-Unit-Cost
                        + (KT-Comp-Qty-Tbl(WS-Comp-Sub) *
                           PR-Cost-Tbl(WS-Product-Sub
                                       KT-Comp-Size-Tbl(WS-Comp-Sub)))
                ELSE
                    SET CostMissing TO TRUE
                END-IF
            ELSE
                SET CostMissing TO TRUE
            END-IF.

       CheckItemIsKit.
            MOVE "N" TO WS-Kit-Switch
            IF KitTableCount > ZERO
                SET KitIdx TO 1
                SEARCH KitEntry
                   AT END MOVE "N" TO WS-Kit-Switch
                   WHEN KT-Kit-Tbl(KitIdx) = WS-Cost-Product
                        AND KT-Kit-Size-Tbl(KitIdx) = WS-Cost-Size
                        SET ItemIsKit TO TRUE
                END-SEARCH
            END-IF.

      * One line per kit and size, in KITBOM.DAT order - the cost
      * built up from the components against the kit's own price
      * in force today.
       PrintKitMargins.
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Kit-Title-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                    UNTIL WS-Kit-Sub > KitTableCount
                MOVE "N" TO WS-Seen-Switch
                PERFORM VARYING KitIdx FROM 1 BY 1
                        UNTIL KitIdx >= WS-Kit-Sub
                    IF KT-Kit-Tbl(KitIdx) = KT-Kit-Tbl(WS-Kit-Sub)
                       AND KT-Kit-Size-Tbl(KitIdx) =
                           KT-Kit-Size-Tbl(WS-Kit-Sub)
                        SET KitAlreadyListed TO TRUE
                    END-IF
                END-PERFORM
                IF NOT KitAlreadyListed
                    PERFORM PrintOneKitMargin
                END-IF
            END-PERFORM.

       PrintOneKitMargin.
            MOVE KT-Kit-Tbl(WS-Kit-Sub)      TO WS-Cost-Product
            MOVE KT-Kit-Size-Tbl(WS-Kit-Sub) TO WS-Cost-Size
            PERFORM CostOneItem
            MOVE ZERO TO WS-Kit-Price
            MOVE WS-Cost-Product TO WS-Find-Product
            PERFORM LocateProductRow
            IF WS-Product-Sub > ZERO
               AND WS-Cost-Size >= 1 AND WS-Cost-Size <= 3
                MOVE PR-Price-Tbl(WS-Product-Sub WS-Cost-Size)
                    TO WS-Kit-Price
            END-IF
            COMPUTE WS-Kit-Margin = WS-Kit-Price - WS-Unit-Cost
            MOVE ZERO TO WS-Kit-Margin-Pct
            IF WS-Kit-Price > ZERO
                COMPUTE WS-Kit-Margin-Pct ROUNDED =
                    (WS-Kit-Margin * 100) / WS-Kit-Price
            END-IF
            MOVE WS-Cost-Product   TO KL-Product
            MOVE WS-Cost-Size      TO KL-Size
            MOVE WS-Unit-Cost      TO KL-Cost
            MOVE WS-Kit-Price      TO KL-Price
            MOVE WS-Kit-Margin     TO KL-Margin
            MOVE WS-Kit-Margin-Pct TO KL-Margin-Pct
            EVALUATE TRUE
                WHEN CostMissing
                    MOVE "NO COST" TO KL-Note
                WHEN WS-Kit-Price = ZERO
                    MOVE "NO PRICE" TO KL-Note
                WHEN OTHER
                    MOVE SPACES TO KL-Note
            END-EVALUATE
            MOVE WS-Kit-Line TO ShowReport
            WRITE ShowReport.

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

       PrintOneClassTotal.
            MOVE CL-Label-Tbl(WS-Class-Sub) TO CT-Label
            MOVE CL-Value-Tbl(WS-Class-Sub) TO CT-Value
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE ZERO TO WS-Product-Sub
                   WHEN PR-Id-Tbl(ProdIdx) = WS-Find-Product
                        SET WS-Product-Sub TO ProdIdx
                END-SEARCH
            END-IF.
            END-IF
            IF PRD-Effective-Date >= PR-EffDate-Tbl(WS-Product-Sub)
                MOVE PRD-Class TO PR-Class-Tbl(WS-Product-Sub)
                MOVE PRD-Price-1 TO PR-Price-Tbl(WS-Product-Sub 1)
                MOVE PRD-Price-2 TO PR-Price-Tbl(WS-Product-Sub 2)
                MOVE PRD-Price-3 TO PR-Price-Tbl(WS-Product-Sub 3)
                IF PRD-Cost-1 NUMERIC
                    MOVE PRD-Cost-1
                        TO PR-Cost-Tbl(WS-Product-Sub 1)
