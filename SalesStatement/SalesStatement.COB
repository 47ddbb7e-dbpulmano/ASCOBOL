
           SELECT StatementSortFile ASSIGN "SORTSTMT.WRK".

      * Only the period header is read - the first record on
      * SALES.DAT names the period the loyalty summary covers.
           SELECT SalesFile ASSIGN "SALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sales-Status.

      * The points ledger - the period's earnings, redemptions and
      * expiries and the balance print under the statement total.
           SELECT LoyaltyFile ASSIGN "LOYALTY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Loyalty-Status.

           SELECT SortedValidFile ASSIGN "STMTSRT.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           02 SS-Units-Sold PIC S9(3).
           02 SS-SalesPerson PIC X(3).

       FD  SalesFile.
       01  SalesRecord.
           02 Cus-Id       PIC 9(5).
               88  SalesPeriodHeader     VALUE 00000.
           02 FILLER       PIC X(26).
       01  SalesPeriodHeaderRec REDEFINES SalesRecord.
           02 SH-Header-Id        PIC 9(5).
           02 SH-Period-Begin     PIC 9(8).
           02 SH-Period-End       PIC 9(8).
           02 FILLER              PIC X(10).

       FD  LoyaltyFile.
           COPY LOYALTY.

       FD  SortedValidFile.
       01  SortedValidRecord.
           02 SV-Cus-Id     PIC 9(5).
           02 BL-Date               PIC 9(8).
           02 FILLER                PIC X(32)   VALUE SPACES.
       01  WS-Valid-Status          PIC XX      VALUE SPACES.
       01  WS-Sales-Status          PIC XX      VALUE SPACES.
       01  WS-Loyalty-Status        PIC XX      VALUE SPACES.
       01  WS-Loyalty-EOF-Switch    PIC X       VALUE "N".
           88 EndOfLoyaltyFile                  VALUE "Y".
       01  WS-Period-Begin          PIC 9(8)    VALUE ZERO.

      * Each customer's points account from the ledger - this
      * period's movements and the balance to date.
       01  LoyaltyTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  LoyaltyTable.
           02 LoyaltyEntry          OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON LoyaltyTableCount
                                     INDEXED BY LoyIdx.
               03 LY-Cus-Id-Tbl     PIC 9(5).
               03 LY-Earned-Tbl     PIC S9(7).
               03 LY-Redeemed-Tbl   PIC 9(7).
               03 LY-Expired-Tbl    PIC 9(7).
               03 LY-Balance-Tbl    PIC S9(9).
       01  WS-Loyalty-Sub           PIC 9(4)    COMP VALUE ZERO.

       01  WS-Loyalty-Line.
           02 FILLER                PIC X(16)   VALUE
              "LOYALTY POINTS: ".
           02 FILLER                PIC X(7)    VALUE "EARNED ".
           02 LL-Earned             PIC ------9.
           02 FILLER                PIC X(9)    VALUE " REDEEMED".
           02 LL-Redeemed           PIC ZZZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  EXPIRED".
           02 LL-Expired            PIC ZZZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  BALANCE".
           02 LL-Balance            PIC --------9.
       01  WS-Xref-Status           PIC XX      VALUE SPACES.
       01  WS-Suppress-Status       PIC XX      VALUE SPACES.
       01  WS-Suppress-EOF-Switch   PIC X       VALUE "N".
               03 CN-Price-Tbl      PIC 9(3)V99.
               03 CN-Start-Tbl      PIC 9(8).
               03 CN-End-Tbl        PIC 9(8).
               03 CN-Quote-Units-Tbl PIC 9(3).
       01  WS-Quote-Price-Sw        PIC X       VALUE "N".
           88 QuotedPriceUsed                   VALUE "Y".

       01  WS-Promo-Status          PIC XX      VALUE SPACES.
       01  WS-Promo-EOF-Switch     PIC X       VALUE "N".
            PERFORM LoadStudentXref
            PERFORM LoadSuppressTable
            PERFORM LoadBackorderTable
            PERFORM ReadPeriodHeader
            PERFORM LoadLoyaltyTable

            SORT StatementSortFile
                ON ASCENDING KEY SS-Cus-Id
                PERFORM CheckContractPrice
                COMPUTE WS-Gross-Amount ROUNDED =
                    SV-Units-Sold * WS-Line-Unit-Price
                IF NOT QuotedPriceUsed
                    PERFORM ApplyQuantityBreak
                END-IF
                MOVE PR-Class-Tbl(WS-Product-Sub) TO DL-Class
            ELSE
                MOVE ZERO TO WS-Gross-Amount
            WRITE ShowStatement
            ADD WS-Net-Amount TO WS-Statement-Total.

      * An accepted quotation's row for exactly this quantity wins
      * over a negotiated rate, and is already net of any break.
       CheckContractPrice.
            MOVE "N" TO WS-Quote-Price-Sw
            IF ContractTableCount > ZERO
                SET ContrIdx TO 1
                SEARCH ContractEntry
                        AND CN-Size-Tbl(ContrIdx) = SV-Unit-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                        AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                        AND CN-Quote-Units-Tbl(ContrIdx) > ZERO
                        AND CN-Quote-Units-Tbl(ContrIdx) =
                            SV-Units-Sold
                        SET QuotedPriceUsed TO TRUE
                        MOVE CN-Price-Tbl(ContrIdx)
                            TO WS-Line-Unit-Price
                END-SEARCH
            END-IF
            IF ContractTableCount > ZERO AND NOT QuotedPriceUsed
                SET ContrIdx TO 1
                SEARCH ContractEntry
                   AT END CONTINUE
                   WHEN CN-Cus-Id-Tbl(ContrIdx) = SV-Cus-Id
                        AND CN-Product-Tbl(ContrIdx) = SV-Oil-Id
                        AND CN-Size-Tbl(ContrIdx) = SV-Unit-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                        AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                        AND CN-Quote-Units-Tbl(ContrIdx) = ZERO
                        MOVE CN-Price-Tbl(ContrIdx)
                            TO WS-Line-Unit-Price
                END-SEARCH
            WRITE ShowStatement
            MOVE WS-Total-Line TO ShowStatement
            WRITE ShowStatement
            PERFORM PrintLoyaltySummary
            PERFORM PrintBackorderAdvice.

      * Only a customer with points on the ledger gets the line.
       PrintLoyaltySummary.
            IF LoyaltyTableCount > ZERO
                SET LoyIdx TO 1
                SEARCH LoyaltyEntry
                   AT END CONTINUE
                   WHEN LY-Cus-Id-Tbl(LoyIdx) = WS-Prev-Cus-Id
                        MOVE LY-Earned-Tbl(LoyIdx)   TO LL-Earned
                        MOVE LY-Redeemed-Tbl(LoyIdx) TO LL-Redeemed
                        MOVE LY-Expired-Tbl(LoyIdx)  TO LL-Expired
                        MOVE LY-Balance-Tbl(LoyIdx)  TO LL-Balance
                        MOVE WS-Loyalty-Line TO ShowStatement
                        WRITE ShowStatement
                END-SEARCH
            END-IF.

       ReadPeriodHeader.
            OPEN INPUT SalesFile
            IF WS-Sales-Status = "00"
                READ SalesFile
                    AT END CONTINUE
                    NOT AT END
                        IF SalesPeriodHeader
                            MOVE SH-Period-Begin TO WS-Period-Begin
                        END-IF
                END-READ
                CLOSE SalesFile
            END-IF.

      * No LOYALTY.DAT yet (a "35" status) - the scheme has not
      * started, and no statement carries a points line. A
      * reversal nets off the period's earnings.
       LoadLoyaltyTable.
            OPEN INPUT LoyaltyFile
            IF WS-Loyalty-Status NOT = "00"
                SET EndOfLoyaltyFile TO TRUE
            ELSE
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLoyaltyFile
                PERFORM HoldOneLoyaltyLine
                READ LoyaltyFile
                    AT END SET EndOfLoyaltyFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Loyalty-Status NOT = "35"
                CLOSE LoyaltyFile
            END-IF.

       HoldOneLoyaltyLine.
            MOVE ZERO TO WS-Loyalty-Sub
            IF LoyaltyTableCount > ZERO
                SET LoyIdx TO 1
                SEARCH LoyaltyEntry
                   AT END MOVE ZERO TO WS-Loyalty-Sub
                   WHEN LY-Cus-Id-Tbl(LoyIdx) = LOY-Cus-Id
                        SET WS-Loyalty-Sub TO LoyIdx
                END-SEARCH
            END-IF
            IF WS-Loyalty-Sub = ZERO
                SET LoyIdx TO LoyaltyTableCount
                SET LoyIdx UP BY 1
                SET LoyaltyTableCount TO LoyIdx
                SET WS-Loyalty-Sub TO LoyIdx
                MOVE LOY-Cus-Id TO LY-Cus-Id-Tbl(WS-Loyalty-Sub)
                MOVE ZERO TO LY-Earned-Tbl(WS-Loyalty-Sub)
                MOVE ZERO TO LY-Redeemed-Tbl(WS-Loyalty-Sub)
                MOVE ZERO TO LY-Expired-Tbl(WS-Loyalty-Sub)
                MOVE ZERO TO LY-Balance-Tbl(WS-Loyalty-Sub)
            END-IF
            IF LoyaltyEarned
                ADD LOY-Points TO LY-Balance-Tbl(WS-Loyalty-Sub)
            ELSE
                SUBTRACT LOY-Points FROM LY-Balance-Tbl(WS-Loyalty-Sub)
            END-IF
            IF LOY-Period-Begin = WS-Period-Begin
                EVALUATE TRUE
                    WHEN LoyaltyEarned
                        ADD LOY-Points TO LY-Earned-Tbl(WS-Loyalty-Sub)
                    WHEN LoyaltyReversed
                        SUBTRACT LOY-Points
                            FROM LY-Earned-Tbl(WS-Loyalty-Sub)
                    WHEN LoyaltyRedeemed
                        ADD LOY-Points
                            TO LY-Redeemed-Tbl(WS-Loyalty-Sub)
                    WHEN LoyaltyExpired
                        ADD LOY-Points
                            TO LY-Expired-Tbl(WS-Loyalty-Sub)
                END-EVALUATE
            END-IF.

       PrintBackorderAdvice.
            PERFORM VARYING WS-Back-Sub FROM 1 BY 1
                    UNTIL WS-Back-Sub > BackorderTableCount
                MOVE CTR-Price      TO CN-Price-Tbl(ContrIdx)
                MOVE CTR-Start-Date TO CN-Start-Tbl(ContrIdx)
                MOVE CTR-End-Date   TO CN-End-Tbl(ContrIdx)
                IF CTR-Quote-Units NUMERIC
                    MOVE CTR-Quote-Units
                        TO CN-Quote-Units-Tbl(ContrIdx)
                ELSE
                    MOVE ZERO TO CN-Quote-Units-Tbl(ContrIdx)
                END-IF
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
