      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesQuote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One transaction file covers new quotation lines and the
      * customer's acceptance of a quotation already issued.
           SELECT QuoteTransFile ASSIGN "QUOTETRN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QuoteTrn-Status.

           SELECT QuotationFile ASSIGN "QUOTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Quotes-Status.

      * The quotation next-number control - the same one-record
      * discipline PONUM.DAT and SINVNUM.DAT keep.
           SELECT QuoteNumFile ASSIGN "QUOTENUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QuoteNum-Status.

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

      * The same negotiated rates and quantity breaks the sales
      * report prices with - a quoted price is the price the sale
      * would have taken. An accepted quotation's lines are held
      * here at the quoted price while the sale goes through.
           SELECT ContractFile ASSIGN "CONTRACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Contract-Status.

           SELECT PromoFile ASSIGN "PROMOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Promo-Status.

      * Accepted lines queue here - SalesEntry folds them into the
      * next extract it builds, like a released held order.
           SELECT ReleasedFile ASSIGN "RELSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT QuoteDocFile ASSIGN "QUOTE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ConversionFile ASSIGN "QUOTECNV.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "QUOTEEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Consecutive Q lines for the same customer and salesperson
      * make one quotation; the validity days on its first line set
      * the expiry, blank taking the standard thirty. An A line
      * names the quotation number the customer has accepted.
       FD  QuoteTransFile.
       01  QuoteTransRecord.
           02 QT-Code              PIC X.
               88 QuoteLineTrans           VALUE "Q".
               88 AcceptQuoteTrans         VALUE "A".
           02 QT-Cus-Id            PIC X(5).
           02 QT-SalesPerson       PIC X(3).
           02 QT-Oil-Id            PIC X.
           02 QT-Unit-Size         PIC X.
           02 QT-Units             PIC X(3).
           02 QT-Valid-Days        PIC X(3).
       01  QuoteAcceptRecord REDEFINES QuoteTransRecord.
           02 FILLER               PIC X.
           02 QA-Quote-Number      PIC X(6).
           02 FILLER               PIC X(10).

       FD  QuotationFile.
           COPY QUOTE.

       FD  QuoteNumFile.
       01  QuoteNumRecord.
           02 QTN-Next-Number      PIC 9(6).

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  ProductFile.
           COPY PRODMAST.

       FD  SalesPersonFile.
           COPY SLSMAST.

       FD  ContractFile.
           COPY CONTRACT.

       FD  PromoFile.
           COPY PROMO.

       FD  ReleasedFile.
       01  ReleasedRecord.
           02 RL-Cus-Id     PIC 9(5).
           02 RL-Cus-Name   PIC X(20).
           02 RL-Oil-Id     PIC X.
           02 RL-Unit-Size  PIC 9.
           02 RL-Units-Sold PIC S9(3).
           02 RL-SalesPerson PIC X(3).

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  QuoteDocFile.
       01  ShowQuoteDoc             PIC X(80).

       FD  ConversionFile.
       01  ShowConversion           PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Key           PIC X(6).
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
       01  WS-QuoteTrn-Status       PIC XX      VALUE SPACES.
       01  WS-Quotes-Status         PIC XX      VALUE SPACES.
       01  WS-QuoteNum-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-SalesPerson-Status    PIC XX      VALUE SPACES.
       01  WS-Contract-Status       PIC XX      VALUE SPACES.
       01  WS-Promo-Status          PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-Customer-File-Sw      PIC X       VALUE "N".
           88 CustomerFileOnHand                VALUE "Y".

       01  WS-Trans-EOF-Switch      PIC X       VALUE "N".
           88 EndOfTransFile                    VALUE "Y".
       01  WS-Quotes-EOF-Switch     PIC X       VALUE "N".
           88 EndOfQuotationFile                VALUE "Y".
       01  WS-Product-EOF-Switch    PIC X       VALUE "N".
           88 EndOfProductFile                  VALUE "Y".
       01  WS-SalesPerson-EOF-Sw    PIC X       VALUE "N".
           88 EndOfSalesPersonFile              VALUE "Y".
       01  WS-Contract-EOF-Switch   PIC X       VALUE "N".
           88 EndOfContractFile                 VALUE "Y".
       01  WS-Promo-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPromoFile                    VALUE "Y".

       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
       01  WS-Next-Quote-Number     PIC 9(6)    VALUE 1.

      * Validity when the first line leaves it blank, and how long
      * an accepted quotation's price is held on CONTRACT.DAT for
      * the sale to come through SalesEntry and the sales run.
       01  WS-Default-Valid-Days    PIC 9(3)    VALUE 30.
       01  WS-Release-Hold-Days     PIC 9(3)    VALUE 14.
       01  WS-Days-To-Add           PIC 9(3)    VALUE ZERO.
       01  WS-Day-Count             PIC 9(3)    VALUE ZERO.
       01  WS-Work-Date             PIC 9(8)    VALUE ZERO.

       01  WS-Date-Split.
           02 WS-Date-YYYY         PIC 9(4).
           02 WS-Date-MM           PIC 9(2).
           02 WS-Date-DD           PIC 9(2).

      * Days per month, February corrected for leap years below.
       01  MonthDayValues.
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
       01  MonthDayTable REDEFINES MonthDayValues.
           02 MonthDays PIC 99 OCCURS 12 TIMES.

       01  WS-Month-Length          PIC 99      VALUE ZERO.
       01  WS-Year-Rem              PIC 9(4)    VALUE ZERO.
       01  WS-Year-Quot             PIC 9(4)    VALUE ZERO.

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
       01  WS-Product-Found-Sw      PIC X       VALUE "N".
           88 ProductIsOnFile                   VALUE "Y".
       01  WS-Prod-Status           PIC X       VALUE SPACE.
           88 KeyedProductPending               VALUE "P".
           88 KeyedProductDiscont               VALUE "D".

      * Leavers load too, so their quotations still report under
      * their name - only new quotation lines refuse them.
       01  SalesPersonTableCount    PIC 9(4)    COMP VALUE ZERO.
       01  SalesPersonTable.
           02 SalesPersonEntry      OCCURS 1 TO 100 TIMES
                                     DEPENDING ON
                                         SalesPersonTableCount
                                     INDEXED BY SPIdx.
               03 SP-Code-Tbl       PIC X(3).
               03 SP-Name-Tbl       PIC X(20).
               03 SP-Status-Tbl     PIC X.
                   88 SalesPersonEntryLeft VALUE "L".
       01  WS-SalesPerson-Sub       PIC 9(4)    COMP VALUE ZERO.

      * The whole contract file rides in the table so it can be
      * written back - hand-keyed rows verbatim, accepted quotation
      * rows until their hold runs out, new acceptances on the end.
       01  ContractTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ContractTable.
           02 ContractEntry         OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ContractTableCount
                                     INDEXED BY ContrIdx.
               03 CN-Cus-Id-Tbl     PIC 9(5).
               03 CN-Product-Tbl    PIC X.
               03 CN-Size-Tbl       PIC 9.
               03 CN-Price-Tbl      PIC 9(3)V99.
               03 CN-Start-Tbl      PIC 9(8).
               03 CN-End-Tbl        PIC 9(8).
               03 CN-Quote-Units-Tbl PIC 9(3).
               03 CN-Record-Tbl     PIC X(44).
       01  WS-Contract-Changed-Sw   PIC X       VALUE "N".
           88 ContractTableChanged              VALUE "Y".
       01  WS-Contracts-Dropped     PIC 9(5)    VALUE ZERO.

       01  PromoTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PromoTable.
           02 PromoEntry            OCCURS 1 TO 50 TIMES
                                     DEPENDING ON PromoTableCount
                                     INDEXED BY PromoIdx.
               03 PM-Product-Tbl    PIC X.
               03 PM-Size-Tbl       PIC 9.
               03 PM-Threshold-Tbl  PIC 9(3).
               03 PM-PctOff-Tbl     PIC 9(3).
               03 PM-Start-Tbl      PIC 9(8).
               03 PM-End-Tbl        PIC 9(8).
       01  WS-Promo-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Promo-Off-Amount      PIC S9(5)V99 VALUE ZERO.

      * Every quotation line on file, worked in place - expiry,
      * acceptance and new issues - and written back whole.
       01  QuoteTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  QuoteTable.
           02 QuoteEntry            OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON QuoteTableCount
                                     INDEXED BY QuoteIdx.
               03 QE-Number-Tbl     PIC 9(6).
               03 QE-Line-Tbl       PIC 9(2).
               03 QE-Cus-Id-Tbl     PIC 9(5).
               03 QE-SalesPerson-Tbl PIC X(3).
               03 QE-Oil-Id-Tbl     PIC X.
               03 QE-Size-Tbl       PIC 9.
               03 QE-Units-Tbl      PIC 9(3).
               03 QE-Price-Tbl      PIC 9(3)V99.
               03 QE-Amount-Tbl     PIC 9(6)V99.
               03 QE-Quote-Date-Tbl PIC 9(8).
               03 QE-Expiry-Tbl     PIC 9(8).
               03 QE-Status-Tbl     PIC X.
                   88 QuoteEntryOpen       VALUE "O".
                   88 QuoteEntryAccepted   VALUE "A".
                   88 QuoteEntryExpired    VALUE "E".
               03 QE-Status-Date-Tbl PIC 9(8).

      * The quotation being gathered from consecutive Q lines - held
      * until the customer or salesperson changes, then issued.
       01  WS-Open-Quote-Sw         PIC X       VALUE "N".
           88 QuoteBeingBuilt                   VALUE "Y".
       01  WS-Build-Cus-Id          PIC X(5)    VALUE SPACES.
       01  WS-Build-SalesPerson     PIC X(3)    VALUE SPACES.
       01  WS-Build-Valid-Days      PIC 9(3)    VALUE ZERO.
       01  BuildLineCount           PIC 9(4)    COMP VALUE ZERO.
       01  BuildLineTable.
           02 BuildLineEntry        OCCURS 1 TO 20 TIMES
                                     DEPENDING ON BuildLineCount
                                     INDEXED BY BuildIdx.
               03 BL-Oil-Id-Tbl     PIC X.
               03 BL-Size-Tbl       PIC 9.
               03 BL-Units-Tbl      PIC 9(3).
               03 BL-Price-Tbl      PIC 9(3)V99.
               03 BL-Amount-Tbl     PIC 9(6)V99.

       01  WS-Line-Valid-Sw         PIC X       VALUE "N".
           88 QuoteLineValid                    VALUE "Y".
       01  WS-Line-Unit-Price       PIC 9(3)V99 VALUE ZERO.
       01  WS-Line-Units            PIC 9(3)    VALUE ZERO.
       01  WS-Line-Size             PIC 9       VALUE ZERO.
       01  WS-Gross-Amount          PIC S9(6)V99 VALUE ZERO.
       01  WS-Quote-Total           PIC 9(7)V99 VALUE ZERO.
       01  WS-Quote-Expiry          PIC 9(8)    VALUE ZERO.

       01  WS-Accept-Number         PIC 9(6)    VALUE ZERO.
       01  WS-Accept-First-Sub      PIC 9(4)    COMP VALUE ZERO.
       01  WS-Quote-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Hold-End-Date         PIC 9(8)    VALUE ZERO.

      * Conversion tallies per salesperson, built from the whole
      * quotation file after the run's work is done.
       01  ConvTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  ConvTable.
           02 ConvEntry             OCCURS 1 TO 100 TIMES
                                     DEPENDING ON ConvTableCount
                                     INDEXED BY ConvIdx.
               03 CV-SalesPerson-Tbl PIC X(3).
               03 CV-Issued-Tbl     PIC 9(5).
               03 CV-Accepted-Tbl   PIC 9(5).
               03 CV-Expired-Tbl    PIC 9(5).
               03 CV-Open-Tbl       PIC 9(5).
               03 CV-Won-Tbl        PIC 9(7)V99.
       01  WS-Conv-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Conv-Pct              PIC 9(3)V9  VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Trans-Read         PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Quoted       PIC 9(5)    VALUE ZERO.
           02 WS-Quotes-Issued      PIC 9(5)    VALUE ZERO.
           02 WS-Quotes-Accepted    PIC 9(5)    VALUE ZERO.
           02 WS-Quotes-Expired     PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Released     PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected     PIC 9(5)    VALUE ZERO.

       01  WS-Total-Issued          PIC 9(5)    VALUE ZERO.
       01  WS-Total-Accepted        PIC 9(5)    VALUE ZERO.
       01  WS-Total-Expired         PIC 9(5)    VALUE ZERO.
       01  WS-Total-Open            PIC 9(5)    VALUE ZERO.
       01  WS-Total-Won             PIC 9(7)V99 VALUE ZERO.

       01  WS-Doc-Title-Line.
           02 FILLER                PIC X(10)   VALUE "QUOTATION ".
           02 DT-Number             PIC 9(6).
           02 FILLER                PIC X(9)    VALUE "   DATED ".
           02 DT-Date               PIC 9(8).
           02 FILLER                PIC X(15)   VALUE
              "   VALID UNTIL ".
           02 DT-Expiry             PIC 9(8).
           02 FILLER                PIC X(24)   VALUE SPACES.

       01  WS-Doc-Cus-Line.
           02 FILLER                PIC X(10)   VALUE "CUSTOMER  ".
           02 DC-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DC-Cus-Name           PIC X(20).
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Doc-Addr-Line.
           02 FILLER                PIC X(17)   VALUE SPACES.
           02 DA-Address            PIC X(20).
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Doc-Sales-Line.
           02 FILLER                PIC X(17)   VALUE
              "SALESPERSON      ".
           02 DS-SalesPerson        PIC X(3).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DS-Name               PIC X(20).
           02 FILLER                PIC X(38)   VALUE SPACES.

       01  WS-Doc-Column-Line       PIC X(80)   VALUE
           "LINE  OIL  SIZE  UNITS  UNIT PRICE      AMOUNT".

       01  WS-Doc-Detail-Line.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DD-Line               PIC Z9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DD-Oil-Id             PIC X.
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 DD-Size               PIC 9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 DD-Units              PIC ZZ9.
           02 FILLER                PIC X(5)    VALUE SPACES.
           02 DD-Price              PIC ZZ9.99.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DD-Amount             PIC ZZZ,ZZ9.99.
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Doc-Total-Line.
           02 FILLER                PIC X(32)   VALUE
              "QUOTATION TOTAL".
           02 DK-Total              PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(36)   VALUE SPACES.

       01  WS-Doc-Terms-Line.
           02 FILLER                PIC X(35)   VALUE
              "PRICES HELD UNTIL THE DATE SHOWN - ".
           02 FILLER                PIC X(45)   VALUE
              "QUOTE THE NUMBER TO ORDER".

       01  WS-Conv-Title-Line       PIC X(80)   VALUE
           "QUOTATION CONVERSION BY SALESPERSON".

       01  WS-Conv-Column-Line.
           02 FILLER                PIC X(39)   VALUE
              "SP  NAME                 ISSUED ACCEPT".
           02 FILLER                PIC X(41)   VALUE
              " EXPIRE   OPEN  CONV%    VALUE WON".

       01  WS-Conv-Detail-Line.
           02 CD-SalesPerson        PIC X(3).
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Name               PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Issued             PIC ZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Accepted           PIC ZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Expired            PIC ZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Open               PIC ZZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Conv-Pct           PIC ZZ9.9.
           02 FILLER                PIC X       VALUE SPACE.
           02 CD-Won                PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(14)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The word-processor quotation, retired - quotation lines are
      * priced off the same list, contract rates and quantity
      * breaks the sales run uses, numbered from their own control,
      * printed and logged as correspondence. An accepted quotation
      * releases its lines onto RELSALES.DAT for SalesEntry's next
      * extract, with the quoted price held on CONTRACT.DAT so the
      * sale prices as quoted. Open quotations past their expiry
      * lapse each run, and the conversion report shows how each
      * salesperson's quotations turned out.
            PERFORM GetBusinessDate
            MOVE WS-Business-Date TO WS-Today-Num
            PERFORM LoadProductTable
            PERFORM LoadSalesPersonTable
            PERFORM LoadContractTable
            PERFORM LoadPromoTable
            PERFORM LoadQuoteTable
            PERFORM GetNextQuoteNumber
            PERFORM OpenCustomerMaster

            PERFORM ExpireLapsedQuotes

            OPEN OUTPUT QuoteDocFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND ReleasedFile
            OPEN EXTEND CorrHistFile
            OPEN INPUT QuoteTransFile
            IF WS-QuoteTrn-Status NOT = "00"
                SET EndOfTransFile TO TRUE
            ELSE
                READ QuoteTransFile
                    AT END SET EndOfTransFile TO TRUE
                END-READ
            END-IF
            PERFORM ApplyQuoteTrans UNTIL EndOfTransFile
            IF QuoteBeingBuilt
                PERFORM IssueQuotation
            END-IF
            IF WS-QuoteTrn-Status NOT = "35"
                CLOSE QuoteTransFile
            END-IF
            CLOSE QuoteDocFile
            CLOSE ExceptionFile
            CLOSE ReleasedFile
            CLOSE CorrHistFile
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF

            PERFORM StoreQuoteTable
            PERFORM StoreNextQuoteNumber
            IF ContractTableChanged
                PERFORM StoreContractTable
            END-IF
            PERFORM PrintConversionReport

            DISPLAY "SalesQuote - Control Report"
            DISPLAY "Transactions read    : " WS-Trans-Read
            DISPLAY "Quotation lines      : " WS-Lines-Quoted
            DISPLAY "Quotations issued    : " WS-Quotes-Issued
            DISPLAY "Quotations accepted  : " WS-Quotes-Accepted
            DISPLAY "Lines released       : " WS-Lines-Released
            DISPLAY "Quotations expired   : " WS-Quotes-Expired
            DISPLAY "Lapsed holds dropped : " WS-Contracts-Dropped
            DISPLAY "Rejected             : " WS-Trans-Rejected
            STOP RUN.

       ApplyQuoteTrans.
            ADD 1 TO WS-Trans-Read
            EVALUATE TRUE
                WHEN QuoteLineTrans
                    IF QuoteBeingBuilt
                       AND (QT-Cus-Id NOT = WS-Build-Cus-Id
                        OR QT-SalesPerson NOT = WS-Build-SalesPerson)
                        PERFORM IssueQuotation
                    END-IF
                    PERFORM ValidateQuoteLine
                    IF QuoteLineValid
                        PERFORM AddQuoteLine
                    END-IF
                WHEN AcceptQuoteTrans
                    IF QuoteBeingBuilt
                        PERFORM IssueQuotation
                    END-IF
                    PERFORM AcceptQuotation
                WHEN OTHER
                    MOVE QT-Cus-Id TO Except-Key
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM RejectTransaction
            END-EVALUATE
            READ QuoteTransFile
                AT END SET EndOfTransFile TO TRUE
            END-READ.

      * The capture edits SalesEntry enforces at the keyboard - a
      * customer on the master, a product on the price list and not
      * on its way out, a real size and quantity, and a salesperson
      * who has not left.
       ValidateQuoteLine.
            MOVE "N" TO WS-Line-Valid-Sw
            MOVE QT-Cus-Id TO Except-Key
            PERFORM LookUpCustomer
            PERFORM LookUpProduct
            PERFORM LookUpSalesPerson
            EVALUATE TRUE
                WHEN QT-Cus-Id NOT NUMERIC
                    MOVE "CUSTOMER ID NOT NUMERIC" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN NOT CustomerFileOnHand
                    MOVE "CUSTOMER NOT ON CUSTMAST.DAT"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN WS-Customer-Status NOT = "00"
                    MOVE "CUSTOMER NOT ON CUSTMAST.DAT"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN NOT ProductIsOnFile
                    MOVE "PRODUCT NOT ON PRODMAST.DAT"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN KeyedProductPending
                    MOVE "PRODUCT PENDING DISCONTINUE - NOT QUOTED"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN KeyedProductDiscont
                    MOVE "PRODUCT DISCONTINUED - NOT QUOTED"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QT-Unit-Size NOT NUMERIC
                    MOVE "UNIT SIZE MUST BE 1, 2 OR 3"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QT-Unit-Size < "1" OR QT-Unit-Size > "3"
                    MOVE "UNIT SIZE MUST BE 1, 2 OR 3"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QT-Units NOT NUMERIC
                    MOVE "UNITS NOT NUMERIC" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QT-Units = "000"
                    MOVE "UNITS MUST BE ABOVE ZERO" TO Except-Detail
                    PERFORM RejectTransaction
                WHEN WS-SalesPerson-Sub = ZERO
                    MOVE "SALESPERSON NOT ON SLSMAST.DAT"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN SalesPersonEntryLeft(WS-SalesPerson-Sub)
                    MOVE "SALESPERSON HAS LEFT - NOT QUOTED"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QuoteBeingBuilt AND BuildLineCount = 20
                    MOVE "QUOTATION FULL AT 20 LINES"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN OTHER
                    SET QuoteLineValid TO TRUE
            END-EVALUATE.

      * The first good line opens the quotation and sets its
      * validity; every good line prices as it arrives.
       AddQuoteLine.
            IF NOT QuoteBeingBuilt
                SET QuoteBeingBuilt TO TRUE
                MOVE QT-Cus-Id      TO WS-Build-Cus-Id
                MOVE QT-SalesPerson TO WS-Build-SalesPerson
                MOVE ZERO TO BuildLineCount
                IF QT-Valid-Days NUMERIC AND QT-Valid-Days > "000"
                    MOVE QT-Valid-Days TO WS-Build-Valid-Days
                ELSE
                    MOVE WS-Default-Valid-Days TO WS-Build-Valid-Days
                END-IF
            END-IF
            MOVE QT-Units TO WS-Line-Units
            MOVE QT-Unit-Size TO WS-Line-Size
            PERFORM PriceQuoteLine
            SET BuildIdx TO BuildLineCount
            SET BuildIdx UP BY 1
            SET BuildLineCount TO BuildIdx
            MOVE QT-Oil-Id          TO BL-Oil-Id-Tbl(BuildIdx)
            MOVE WS-Line-Size       TO BL-Size-Tbl(BuildIdx)
            MOVE WS-Line-Units      TO BL-Units-Tbl(BuildIdx)
            MOVE WS-Line-Unit-Price TO BL-Price-Tbl(BuildIdx)
            COMPUTE BL-Amount-Tbl(BuildIdx) =
                WS-Line-Units * WS-Line-Unit-Price
            ADD 1 TO WS-Lines-Quoted.

      * The sales run's pricing chain - list, then a live contract
      * rate, then the first qualifying quantity break - taken down
      * to the net unit price the quotation commits to. An earlier
      * quotation's held price is not a rate to quote from, so only
      * negotiated rows count here.
       PriceQuoteLine.
            MOVE PR-Price-Tbl(WS-Product-Sub WS-Line-Size)
                TO WS-Line-Unit-Price
            IF ContractTableCount > ZERO
                SET ContrIdx TO 1
                SEARCH ContractEntry
                   AT END CONTINUE
                   WHEN CN-Cus-Id-Tbl(ContrIdx) = QT-Cus-Id
                        AND CN-Product-Tbl(ContrIdx) = QT-Oil-Id
                        AND CN-Size-Tbl(ContrIdx) = WS-Line-Size
                        AND CN-Start-Tbl(ContrIdx) <= WS-Today-Num
                        AND CN-End-Tbl(ContrIdx) >= WS-Today-Num
                        AND CN-Quote-Units-Tbl(ContrIdx) = ZERO
                        MOVE CN-Price-Tbl(ContrIdx)
                            TO WS-Line-Unit-Price
                END-SEARCH
            END-IF
            COMPUTE WS-Gross-Amount ROUNDED =
                WS-Line-Units * WS-Line-Unit-Price
            PERFORM ApplyQuantityBreak
            COMPUTE WS-Line-Unit-Price ROUNDED =
                WS-Gross-Amount / WS-Line-Units.

       ApplyQuantityBreak.
            PERFORM VARYING WS-Promo-Sub FROM 1 BY 1
                    UNTIL WS-Promo-Sub > PromoTableCount
                IF PM-Product-Tbl(WS-Promo-Sub) = QT-Oil-Id
                   AND PM-Size-Tbl(WS-Promo-Sub) = WS-Line-Size
                   AND WS-Line-Units >=
                       PM-Threshold-Tbl(WS-Promo-Sub)
                   AND PM-Start-Tbl(WS-Promo-Sub) <= WS-Today-Num
                   AND PM-End-Tbl(WS-Promo-Sub) >= WS-Today-Num
                    COMPUTE WS-Promo-Off-Amount ROUNDED =
                        WS-Gross-Amount
                        * PM-PctOff-Tbl(WS-Promo-Sub) / 100
                    SUBTRACT WS-Promo-Off-Amount
                        FROM WS-Gross-Amount
                    MOVE PromoTableCount TO WS-Promo-Sub
                END-IF
            END-PERFORM.

      * The gathered lines take the next number, go on file open,
      * print as one document and log as sent to the customer's
      * address on the master.
       IssueQuotation.
            MOVE "N" TO WS-Open-Quote-Sw
            MOVE WS-Today-Num TO WS-Work-Date
            MOVE WS-Build-Valid-Days TO WS-Days-To-Add
            PERFORM AddDaysToWorkDate
            MOVE WS-Work-Date TO WS-Quote-Expiry
            MOVE ZERO TO WS-Quote-Total

            MOVE WS-Build-Cus-Id TO CM-Cus-Id
            READ CustomerFile
                INVALID KEY MOVE SPACES TO CM-Cus-Name
                                           CM-Street CM-City
                                           CM-PostalCode
            END-READ
            MOVE WS-Next-Quote-Number TO DT-Number
            MOVE WS-Today-Num         TO DT-Date
            MOVE WS-Quote-Expiry      TO DT-Expiry
            MOVE WS-Doc-Title-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Blank-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE CM-Cus-Id   TO DC-Cus-Id
            MOVE CM-Cus-Name TO DC-Cus-Name
            MOVE WS-Doc-Cus-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE CM-Street TO DA-Address
            MOVE WS-Doc-Addr-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE CM-City TO DA-Address
            MOVE WS-Doc-Addr-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE CM-PostalCode TO DA-Address
            MOVE WS-Doc-Addr-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            PERFORM LookUpBuildSalesPerson
            MOVE WS-Build-SalesPerson TO DS-SalesPerson
            MOVE SPACES TO DS-Name
            IF WS-SalesPerson-Sub > ZERO
                MOVE SP-Name-Tbl(WS-SalesPerson-Sub) TO DS-Name
            END-IF
            MOVE WS-Doc-Sales-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Blank-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Doc-Column-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc

            PERFORM FileOneQuoteLine
                VARYING BuildIdx FROM 1 BY 1
                UNTIL BuildIdx > BuildLineCount

            MOVE WS-Quote-Total TO DK-Total
            MOVE WS-Doc-Total-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Blank-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Doc-Terms-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc
            MOVE WS-Blank-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc

            PERFORM WriteCorrespondence
            ADD 1 TO WS-Next-Quote-Number
            ADD 1 TO WS-Quotes-Issued
            MOVE ZERO TO BuildLineCount.

       FileOneQuoteLine.
            SET QuoteIdx TO QuoteTableCount
            SET QuoteIdx UP BY 1
            SET QuoteTableCount TO QuoteIdx
            MOVE WS-Next-Quote-Number TO QE-Number-Tbl(QuoteIdx)
            SET QE-Line-Tbl(QuoteIdx) TO BuildIdx
            MOVE WS-Build-Cus-Id      TO QE-Cus-Id-Tbl(QuoteIdx)
            MOVE WS-Build-SalesPerson TO QE-SalesPerson-Tbl(QuoteIdx)
            MOVE BL-Oil-Id-Tbl(BuildIdx) TO QE-Oil-Id-Tbl(QuoteIdx)
            MOVE BL-Size-Tbl(BuildIdx)   TO QE-Size-Tbl(QuoteIdx)
            MOVE BL-Units-Tbl(BuildIdx)  TO QE-Units-Tbl(QuoteIdx)
            MOVE BL-Price-Tbl(BuildIdx)  TO QE-Price-Tbl(QuoteIdx)
            MOVE BL-Amount-Tbl(BuildIdx) TO QE-Amount-Tbl(QuoteIdx)
            MOVE WS-Today-Num         TO QE-Quote-Date-Tbl(QuoteIdx)
            MOVE WS-Quote-Expiry      TO QE-Expiry-Tbl(QuoteIdx)
            MOVE "O"                  TO QE-Status-Tbl(QuoteIdx)
            MOVE WS-Today-Num         TO QE-Status-Date-Tbl(QuoteIdx)
            ADD BL-Amount-Tbl(BuildIdx) TO WS-Quote-Total
            SET DD-Line TO BuildIdx
            MOVE BL-Oil-Id-Tbl(BuildIdx) TO DD-Oil-Id
            MOVE BL-Size-Tbl(BuildIdx)   TO DD-Size
            MOVE BL-Units-Tbl(BuildIdx)  TO DD-Units
            MOVE BL-Price-Tbl(BuildIdx)  TO DD-Price
            MOVE BL-Amount-Tbl(BuildIdx) TO DD-Amount
            MOVE WS-Doc-Detail-Line TO ShowQuoteDoc
            WRITE ShowQuoteDoc.

       WriteCorrespondence.
            SET CorrCustomer TO TRUE
            MOVE WS-Build-Cus-Id TO CRH-Party-Id
            MOVE "QUOTE     " TO CRH-Doc-Type
            MOVE WS-Today-Num TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE CM-Street TO CRH-Address(1:20)
            MOVE CM-City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * Only an open quotation inside its validity converts. Each
      * line releases onto RELSALES.DAT for SalesEntry's next
      * extract, and its net price holds on CONTRACT.DAT for that
      * customer, product, size and quantity while the sale comes
      * through.
       AcceptQuotation.
            MOVE QA-Quote-Number TO Except-Key
            MOVE ZERO TO WS-Accept-First-Sub
            IF QA-Quote-Number NUMERIC
                MOVE QA-Quote-Number TO WS-Accept-Number
                PERFORM VARYING QuoteIdx FROM 1 BY 1
                        UNTIL QuoteIdx > QuoteTableCount
                        OR WS-Accept-First-Sub > ZERO
                    IF QE-Number-Tbl(QuoteIdx) = WS-Accept-Number
                        SET WS-Accept-First-Sub TO QuoteIdx
                    END-IF
                END-PERFORM
            END-IF
            EVALUATE TRUE
                WHEN WS-Accept-First-Sub = ZERO
                    MOVE "QUOTATION NOT ON QUOTES.DAT"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QuoteEntryAccepted(WS-Accept-First-Sub)
                    MOVE "QUOTATION ALREADY ACCEPTED"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN QuoteEntryExpired(WS-Accept-First-Sub)
                    MOVE "QUOTATION EXPIRED - RE-QUOTE"
                        TO Except-Detail
                    PERFORM RejectTransaction
                WHEN OTHER
                    MOVE QE-Cus-Id-Tbl(WS-Accept-First-Sub)
                        TO CM-Cus-Id
                    IF CustomerFileOnHand
                        READ CustomerFile
                            INVALID KEY MOVE SPACES TO CM-Cus-Name
                        END-READ
                    ELSE
                        MOVE SPACES TO CM-Cus-Name
                    END-IF
                    MOVE WS-Today-Num TO WS-Work-Date
                    MOVE WS-Release-Hold-Days TO WS-Days-To-Add
                    PERFORM AddDaysToWorkDate
                    MOVE WS-Work-Date TO WS-Hold-End-Date
                    PERFORM ReleaseOneQuoteLine
                        VARYING QuoteIdx FROM WS-Accept-First-Sub
                        BY 1 UNTIL QuoteIdx > QuoteTableCount
                    ADD 1 TO WS-Quotes-Accepted
            END-EVALUATE.

       ReleaseOneQuoteLine.
            IF QE-Number-Tbl(QuoteIdx) = WS-Accept-Number
                MOVE QE-Cus-Id-Tbl(QuoteIdx)      TO RL-Cus-Id
                MOVE CM-Cus-Name                  TO RL-Cus-Name
                MOVE QE-Oil-Id-Tbl(QuoteIdx)      TO RL-Oil-Id
                MOVE QE-Size-Tbl(QuoteIdx)        TO RL-Unit-Size
                MOVE QE-Units-Tbl(QuoteIdx)       TO RL-Units-Sold
                MOVE QE-SalesPerson-Tbl(QuoteIdx) TO RL-SalesPerson
                WRITE ReleasedRecord
                PERFORM HoldQuotedPrice
                MOVE "A" TO QE-Status-Tbl(QuoteIdx)
                MOVE WS-Today-Num TO QE-Status-Date-Tbl(QuoteIdx)
                ADD 1 TO WS-Lines-Released
            END-IF.

       HoldQuotedPrice.
            MOVE SPACES TO ContractPriceRecord
            MOVE QE-Cus-Id-Tbl(QuoteIdx)  TO CTR-Cus-Id
            MOVE QE-Oil-Id-Tbl(QuoteIdx)  TO CTR-Product-Id
            MOVE QE-Size-Tbl(QuoteIdx)    TO CTR-Unit-Size
            MOVE QE-Price-Tbl(QuoteIdx)   TO CTR-Price
            MOVE WS-Today-Num             TO CTR-Start-Date
            MOVE WS-Hold-End-Date         TO CTR-End-Date
            MOVE QE-Number-Tbl(QuoteIdx)  TO CTR-Quote-Number
            MOVE QE-Units-Tbl(QuoteIdx)   TO CTR-Quote-Units
            PERFORM HoldContractRow
            SET ContractTableChanged TO TRUE.

      * An open quotation whose expiry has passed lapses - every
      * line of it, stamped with the day it was found lapsed.
       ExpireLapsedQuotes.
            PERFORM VARYING QuoteIdx FROM 1 BY 1
                    UNTIL QuoteIdx > QuoteTableCount
                IF QuoteEntryOpen(QuoteIdx)
                   AND QE-Expiry-Tbl(QuoteIdx) < WS-Today-Num
                    MOVE "E" TO QE-Status-Tbl(QuoteIdx)
                    MOVE WS-Today-Num TO QE-Status-Date-Tbl(QuoteIdx)
                    IF QE-Line-Tbl(QuoteIdx) = 1
                        ADD 1 TO WS-Quotes-Expired
                    END-IF
                END-IF
            END-PERFORM.

      * The quotation file read whole each run - quotations come
      * and go in the hundreds, not the hundred thousands. No
      * QUOTES.DAT yet (a "35" status) just means nothing has been
      * quoted.
       LoadQuoteTable.
            OPEN INPUT QuotationFile
            IF WS-Quotes-Status NOT = "00"
                SET EndOfQuotationFile TO TRUE
            ELSE
                READ QuotationFile
                    AT END SET EndOfQuotationFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfQuotationFile
                SET QuoteIdx TO QuoteTableCount
                SET QuoteIdx UP BY 1
                SET QuoteTableCount TO QuoteIdx
                MOVE QUO-Number      TO QE-Number-Tbl(QuoteIdx)
                MOVE QUO-Line        TO QE-Line-Tbl(QuoteIdx)
                MOVE QUO-Cus-Id      TO QE-Cus-Id-Tbl(QuoteIdx)
                MOVE QUO-SalesPerson TO QE-SalesPerson-Tbl(QuoteIdx)
                MOVE QUO-Oil-Id      TO QE-Oil-Id-Tbl(QuoteIdx)
                MOVE QUO-Unit-Size   TO QE-Size-Tbl(QuoteIdx)
                MOVE QUO-Units       TO QE-Units-Tbl(QuoteIdx)
                MOVE QUO-Unit-Price  TO QE-Price-Tbl(QuoteIdx)
                MOVE QUO-Line-Amount TO QE-Amount-Tbl(QuoteIdx)
                MOVE QUO-Quote-Date  TO QE-Quote-Date-Tbl(QuoteIdx)
                MOVE QUO-Expiry-Date TO QE-Expiry-Tbl(QuoteIdx)
                MOVE QUO-Status      TO QE-Status-Tbl(QuoteIdx)
                MOVE QUO-Status-Date TO QE-Status-Date-Tbl(QuoteIdx)
                READ QuotationFile
                    AT END SET EndOfQuotationFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Quotes-Status NOT = "35"
                CLOSE QuotationFile
            END-IF.

       StoreQuoteTable.
            OPEN OUTPUT QuotationFile
            PERFORM VARYING QuoteIdx FROM 1 BY 1
                    UNTIL QuoteIdx > QuoteTableCount
                MOVE SPACES TO QuotationRecord
                MOVE QE-Number-Tbl(QuoteIdx)      TO QUO-Number
                MOVE QE-Line-Tbl(QuoteIdx)        TO QUO-Line
                MOVE QE-Cus-Id-Tbl(QuoteIdx)      TO QUO-Cus-Id
                MOVE QE-SalesPerson-Tbl(QuoteIdx) TO QUO-SalesPerson
                MOVE QE-Oil-Id-Tbl(QuoteIdx)      TO QUO-Oil-Id
                MOVE QE-Size-Tbl(QuoteIdx)        TO QUO-Unit-Size
                MOVE QE-Units-Tbl(QuoteIdx)       TO QUO-Units
                MOVE QE-Price-Tbl(QuoteIdx)       TO QUO-Unit-Price
                MOVE QE-Amount-Tbl(QuoteIdx)      TO QUO-Line-Amount
                MOVE QE-Quote-Date-Tbl(QuoteIdx)  TO QUO-Quote-Date
                MOVE QE-Expiry-Tbl(QuoteIdx)      TO QUO-Expiry-Date
                MOVE QE-Status-Tbl(QuoteIdx)      TO QUO-Status
                MOVE QE-Status-Date-Tbl(QuoteIdx) TO QUO-Status-Date
                WRITE QuotationRecord
            END-PERFORM
            CLOSE QuotationFile.

      * Tallied per salesperson over every quotation on file - a
      * quotation counts once, on its first line, and the value won
      * is the accepted quotations' line amounts.
       PrintConversionReport.
            PERFORM VARYING QuoteIdx FROM 1 BY 1
                    UNTIL QuoteIdx > QuoteTableCount
                PERFORM TallyOneQuoteLine
            END-PERFORM
            OPEN OUTPUT ConversionFile
            MOVE WS-Conv-Title-Line TO ShowConversion
            WRITE ShowConversion
            MOVE WS-Blank-Line TO ShowConversion
            WRITE ShowConversion
            MOVE WS-Conv-Column-Line TO ShowConversion
            WRITE ShowConversion
            PERFORM PrintOneConversionLine
                VARYING ConvIdx FROM 1 BY 1
                UNTIL ConvIdx > ConvTableCount
            MOVE WS-Blank-Line TO ShowConversion
            WRITE ShowConversion
            MOVE "ALL" TO CD-SalesPerson
            MOVE "ALL SALESPEOPLE" TO CD-Name
            MOVE WS-Total-Issued   TO CD-Issued
            MOVE WS-Total-Accepted TO CD-Accepted
            MOVE WS-Total-Expired  TO CD-Expired
            MOVE WS-Total-Open     TO CD-Open
            MOVE ZERO TO WS-Conv-Pct
            IF WS-Total-Issued > ZERO
                COMPUTE WS-Conv-Pct ROUNDED =
                    WS-Total-Accepted * 100 / WS-Total-Issued
            END-IF
            MOVE WS-Conv-Pct  TO CD-Conv-Pct
            MOVE WS-Total-Won TO CD-Won
            MOVE WS-Conv-Detail-Line TO ShowConversion
            WRITE ShowConversion
            CLOSE ConversionFile.

       TallyOneQuoteLine.
            MOVE ZERO TO WS-Conv-Sub
            IF ConvTableCount > ZERO
                SET ConvIdx TO 1
                SEARCH ConvEntry
                   AT END MOVE ZERO TO WS-Conv-Sub
                   WHEN CV-SalesPerson-Tbl(ConvIdx) =
                            QE-SalesPerson-Tbl(QuoteIdx)
                        SET WS-Conv-Sub TO ConvIdx
                END-SEARCH
            END-IF
            IF WS-Conv-Sub = ZERO
                SET ConvIdx TO ConvTableCount
                SET ConvIdx UP BY 1
                SET ConvTableCount TO ConvIdx
                SET WS-Conv-Sub TO ConvIdx
                MOVE QE-SalesPerson-Tbl(QuoteIdx)
                    TO CV-SalesPerson-Tbl(WS-Conv-Sub)
                MOVE ZERO TO CV-Issued-Tbl(WS-Conv-Sub)
                             CV-Accepted-Tbl(WS-Conv-Sub)
                             CV-Expired-Tbl(WS-Conv-Sub)
                             CV-Open-Tbl(WS-Conv-Sub)
                             CV-Won-Tbl(WS-Conv-Sub)
            END-IF
            IF QE-Line-Tbl(QuoteIdx) = 1
                ADD 1 TO CV-Issued-Tbl(WS-Conv-Sub)
                ADD 1 TO WS-Total-Issued
                EVALUATE TRUE
                    WHEN QuoteEntryAccepted(QuoteIdx)
                        ADD 1 TO CV-Accepted-Tbl(WS-Conv-Sub)
                        ADD 1 TO WS-Total-Accepted
                    WHEN QuoteEntryExpired(QuoteIdx)
                        ADD 1 TO CV-Expired-Tbl(WS-Conv-Sub)
                        ADD 1 TO WS-Total-Expired
                    WHEN OTHER
                        ADD 1 TO CV-Open-Tbl(WS-Conv-Sub)
                        ADD 1 TO WS-Total-Open
                END-EVALUATE
            END-IF
            IF QuoteEntryAccepted(QuoteIdx)
                ADD QE-Amount-Tbl(QuoteIdx) TO CV-Won-Tbl(WS-Conv-Sub)
                ADD QE-Amount-Tbl(QuoteIdx) TO WS-Total-Won
            END-IF.

       PrintOneConversionLine.
            MOVE CV-SalesPerson-Tbl(ConvIdx) TO CD-SalesPerson
            MOVE SPACES TO CD-Name
            MOVE ZERO TO WS-SalesPerson-Sub
            IF SalesPersonTableCount > ZERO
                SET SPIdx TO 1
                SEARCH SalesPersonEntry
                   AT END MOVE ZERO TO WS-SalesPerson-Sub
                   WHEN SP-Code-Tbl(SPIdx) =
                            CV-SalesPerson-Tbl(ConvIdx)
                        SET WS-SalesPerson-Sub TO SPIdx
                END-SEARCH
            END-IF
            IF WS-SalesPerson-Sub > ZERO
                MOVE SP-Name-Tbl(WS-SalesPerson-Sub) TO CD-Name
            END-IF
            MOVE CV-Issued-Tbl(ConvIdx)   TO CD-Issued
            MOVE CV-Accepted-Tbl(ConvIdx) TO CD-Accepted
            MOVE CV-Expired-Tbl(ConvIdx)  TO CD-Expired
            MOVE CV-Open-Tbl(ConvIdx)     TO CD-Open
            MOVE ZERO TO WS-Conv-Pct
            IF CV-Issued-Tbl(ConvIdx) > ZERO
                COMPUTE WS-Conv-Pct ROUNDED =
                    CV-Accepted-Tbl(ConvIdx) * 100
                    / CV-Issued-Tbl(ConvIdx)
            END-IF
            MOVE WS-Conv-Pct TO CD-Conv-Pct
            MOVE CV-Won-Tbl(ConvIdx) TO CD-Won
            MOVE WS-Conv-Detail-Line TO ShowConversion
            WRITE ShowConversion.

       LookUpCustomer.
            MOVE "23" TO WS-Customer-Status
            IF QT-Cus-Id NUMERIC AND CustomerFileOnHand
                MOVE QT-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                END-READ
            END-IF.

       LookUpProduct.
            MOVE "N" TO WS-Product-Found-Sw
            MOVE SPACE TO WS-Prod-Status
            MOVE ZERO TO WS-Product-Sub
            IF ProductTableCount > ZERO
                SET ProdIdx TO 1
                SEARCH ProductEntry
                   AT END MOVE "N" TO WS-Product-Found-Sw
                   WHEN PR-Id-Tbl(ProdIdx) = QT-Oil-Id
                        MOVE "Y" TO WS-Product-Found-Sw
                        SET WS-Product-Sub TO ProdIdx
                        MOVE PR-Status-Tbl(ProdIdx)
                            TO WS-Prod-Status
                END-SEARCH
            END-IF.

       LookUpSalesPerson.
            MOVE ZERO TO WS-SalesPerson-Sub
            IF SalesPersonTableCount > ZERO
                SET SPIdx TO 1
                SEARCH SalesPersonEntry
                   AT END MOVE ZERO TO WS-SalesPerson-Sub
                   WHEN SP-Code-Tbl(SPIdx) = QT-SalesPerson
                        SET WS-SalesPerson-Sub TO SPIdx
                END-SEARCH
            END-IF.

       LookUpBuildSalesPerson.
            MOVE ZERO TO WS-SalesPerson-Sub
            IF SalesPersonTableCount > ZERO
                SET SPIdx TO 1
                SEARCH SalesPersonEntry
                   AT END MOVE ZERO TO WS-SalesPerson-Sub
                   WHEN SP-Code-Tbl(SPIdx) = WS-Build-SalesPerson
                        SET WS-SalesPerson-Sub TO SPIdx
                END-SEARCH
            END-IF.

      * No CUSTMAST.DAT yet (a "35" status) means no master is
      * built - every quoted customer then fails the lookup.
       OpenCustomerMaster.
            MOVE "N" TO WS-Customer-File-Sw
            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF.

      * Rows dated after today are tomorrow's prices - of the rest,
      * the latest dated row per product wins, status with it.
       LoadProductTable.
            OPEN INPUT ProductFile
            READ ProductFile
               AT END SET EndOfProductFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfProductFile
               IF PRD-Effective-Date <= WS-Today-Num
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
      * every quoted salesperson then fails the lookup.
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
                MOVE SP-Name   TO SP-Name-Tbl(SPIdx)
                MOVE SP-Status TO SP-Status-Tbl(SPIdx)
                READ SalesPersonFile
                    AT END SET EndOfSalesPersonFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesPerson-Status NOT = "35"
                CLOSE SalesPersonFile
            END-IF.

      * No CONTRACT.DAT (a "35" status) just means no rates are
      * negotiated - everyone quotes off the list. A quotation's
      * hold found run out marks the file for writing back without
      * it.
       LoadContractTable.
            OPEN INPUT ContractFile
            IF WS-Contract-Status NOT = "00"
                SET EndOfContractFile TO TRUE
            ELSE
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfContractFile
                PERFORM HoldContractRow
                IF CN-Quote-Units-Tbl(ContrIdx) > ZERO
                   AND CN-End-Tbl(ContrIdx) < WS-Today-Num
                    SET ContractTableChanged TO TRUE
                END-IF
                READ ContractFile
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Contract-Status NOT = "35"
                CLOSE ContractFile
            END-IF.

       HoldContractRow.
            SET ContrIdx TO ContractTableCount
            SET ContrIdx UP BY 1
            SET ContractTableCount TO ContrIdx
            MOVE CTR-Cus-Id     TO CN-Cus-Id-Tbl(ContrIdx)
            MOVE CTR-Product-Id TO CN-Product-Tbl(ContrIdx)
            MOVE CTR-Unit-Size  TO CN-Size-Tbl(ContrIdx)
            MOVE CTR-Price      TO CN-Price-Tbl(ContrIdx)
            MOVE CTR-Start-Date TO CN-Start-Tbl(ContrIdx)
            MOVE CTR-End-Date   TO CN-End-Tbl(ContrIdx)
            IF CTR-Quote-Units NUMERIC
                MOVE CTR-Quote-Units TO CN-Quote-Units-Tbl(ContrIdx)
            ELSE
                MOVE ZERO TO CN-Quote-Units-Tbl(ContrIdx)
            END-IF
            MOVE ContractPriceRecord TO CN-Record-Tbl(ContrIdx).

      * Written back whole - every hand-keyed row exactly as read,
      * and a quotation's held price only until its hold runs out.
       StoreContractTable.
            OPEN OUTPUT ContractFile
            PERFORM VARYING ContrIdx FROM 1 BY 1
                    UNTIL ContrIdx > ContractTableCount
                IF CN-Quote-Units-Tbl(ContrIdx) > ZERO
                   AND CN-End-Tbl(ContrIdx) < WS-Today-Num
                    ADD 1 TO WS-Contracts-Dropped
                ELSE
                    MOVE CN-Record-Tbl(ContrIdx)
                        TO ContractPriceRecord
                    WRITE ContractPriceRecord
                END-IF
            END-PERFORM
            CLOSE ContractFile.

      * No PROMOS.DAT (a "35" status) just means nothing is running
      * - nobody qualifies for a break that does not exist.
       LoadPromoTable.
            OPEN INPUT PromoFile
            IF WS-Promo-Status NOT = "00"
                SET EndOfPromoFile TO TRUE
            ELSE
                READ PromoFile
                    AT END SET EndOfPromoFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPromoFile
                SET PromoIdx TO PromoTableCount
                SET PromoIdx UP BY 1
                SET PromoTableCount TO PromoIdx
                MOVE PRM-Product-Id TO PM-Product-Tbl(PromoIdx)
                MOVE PRM-Unit-Size  TO PM-Size-Tbl(PromoIdx)
                MOVE PRM-Threshold  TO PM-Threshold-Tbl(PromoIdx)
                MOVE PRM-Pct-Off    TO PM-PctOff-Tbl(PromoIdx)
                MOVE PRM-Start-Date TO PM-Start-Tbl(PromoIdx)
                MOVE PRM-End-Date   TO PM-End-Tbl(PromoIdx)
                READ PromoFile
                    AT END SET EndOfPromoFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Promo-Status NOT = "35"
                CLOSE PromoFile
            END-IF.

      * No QUOTENUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextQuoteNumber.
            OPEN INPUT QuoteNumFile
            IF WS-QuoteNum-Status = "00"
                READ QuoteNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE QTN-Next-Number TO WS-Next-Quote-Number
                END-READ
                CLOSE QuoteNumFile
            END-IF.

       StoreNextQuoteNumber.
            OPEN OUTPUT QuoteNumFile
            MOVE WS-Next-Quote-Number TO QTN-Next-Number
            WRITE QuoteNumRecord
            CLOSE QuoteNumFile.

      * Walks WS-Work-Date forward WS-Days-To-Add days, one calendar
      * day at a time the way DateAdvance moves the business date.
       AddDaysToWorkDate.
            PERFORM AdvanceOneDay
                VARYING WS-Day-Count FROM 1 BY 1
                UNTIL WS-Day-Count > WS-Days-To-Add.

       AdvanceOneDay.
            MOVE WS-Work-Date TO WS-Date-Split
            MOVE MonthDays(WS-Date-MM) TO WS-Month-Length
            IF WS-Date-MM = 2
                DIVIDE WS-Date-YYYY BY 4
                    GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                IF WS-Year-Rem = ZERO
                    MOVE 29 TO WS-Month-Length
                    DIVIDE WS-Date-YYYY BY 100
                        GIVING WS-Year-Quot REMAINDER WS-Year-Rem
                    IF WS-Year-Rem = ZERO
                        MOVE 28 TO WS-Month-Length
                        DIVIDE WS-Date-YYYY BY 400
                            GIVING WS-Year-Quot
                            REMAINDER WS-Year-Rem
                        IF WS-Year-Rem = ZERO
                            MOVE 29 TO WS-Month-Length
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-Date-DD < WS-Month-Length
                ADD 1 TO WS-Date-DD
            ELSE
                MOVE 1 TO WS-Date-DD
                IF WS-Date-MM < 12
                    ADD 1 TO WS-Date-MM
                ELSE
                    MOVE 1 TO WS-Date-MM
                    ADD 1 TO WS-Date-YYYY
                END-IF
            END-IF
            MOVE WS-Date-Split TO WS-Work-Date.

       RejectTransaction.
            ADD 1 TO WS-Trans-Rejected
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            PERFORM WriteCommonException.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "SALESQUOTE" TO EXC-Program
            MOVE Except-Key    TO EXC-Key
            MOVE Except-Detail TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * The business date stamps the quotation and its expiry - the
      * same processing date the rest of the chain runs as, with
      * the machine clock only when no control record exists.
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

       END PROGRAM SalesQuote.
