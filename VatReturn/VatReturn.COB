      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VatReturn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The output VAT AromaSalesRpt and SalesInvoicing journal to
      * VATPAYBL, line by line, and the supplier invoice lines whose
      * input VAT SupplierInvoice journals to VATINPUT.
           SELECT VatTranFile ASSIGN "VATTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VatTran-Status.

           SELECT InvoiceFile ASSIGN "APINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Invoice-Status.

      * One record per quarter filed - the lock that keeps a quarter
      * from being returned and settled twice.
           SELECT FiledReturnFile ASSIGN "VATRTNS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Filed-Status.

           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

           SELECT ChartFile ASSIGN "CHART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Chart-Status.

           SELECT CloseControlFile ASSIGN "GLCLOSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Close-Status.

           SELECT ReportFile ASSIGN "VATRTN.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VatTranFile.
           COPY VATTRAN.

       FD  InvoiceFile.
           COPY APINV.

       FD  FiledReturnFile.
       01  FiledReturnRecord.
           02 VR-Quarter           PIC 9(5).
           02 FILLER               PIC X       VALUE SPACE.
           02 VR-Filed-Date        PIC 9(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 VR-Output-Vat        PIC S9(9)V99.
           02 FILLER               PIC X       VALUE SPACE.
           02 VR-Input-Vat         PIC 9(9)V99.
           02 FILLER               PIC X       VALUE SPACE.
           02 VR-Net-Vat           PIC S9(9)V99.

       FD  JournalFile.
           COPY GLJRNL.

       FD  ChartFile.
           COPY CHARTACC.

       FD  CloseControlFile.
       01  CloseControlRecord.
           02 GLC-Last-Closed      PIC 9(6).

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-VatTran-Status       PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Filed-Status         PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-Chart-Status         PIC XX      VALUE SPACES.
       01  WS-Close-Status         PIC XX      VALUE SPACES.

       01  WS-VatTran-EOF-Switch   PIC X       VALUE "N".
           88 EndOfVatTranFile                 VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceFile                 VALUE "Y".
       01  WS-Filed-EOF-Switch     PIC X       VALUE "N".
           88 EndOfFiledFile                   VALUE "Y".
       01  WS-Chart-EOF-Switch     PIC X       VALUE "N".
           88 EndOfChartFile                   VALUE "Y".

       01  KeyedQuarter            PIC X(5)    VALUE SPACES.
       01  KeyedFiling             PIC X       VALUE SPACES.
           88 FilingRun                        VALUE "Y" "y".

      * The quarter as YYYYQ, its first and last months, and the
      * first and last dates any VAT can carry within it.
       01  WS-Quarter              PIC 9(5)    VALUE ZERO.
       01  WS-Qtr-Year             PIC 9(4)    VALUE ZERO.
       01  WS-Qtr-No               PIC 9       VALUE ZERO.
       01  WS-Qtr-First-Month      PIC 9(6)    VALUE ZERO.
       01  WS-Qtr-Last-Month       PIC 9(6)    VALUE ZERO.
       01  WS-Qtr-Start-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Qtr-End-Date         PIC 9(8)    VALUE ZERO.

       01  WS-Today                PIC 9(8)    VALUE ZERO.
       01  WS-Today-Month          PIC 9(6)    VALUE ZERO.
       01  WS-GL-Last-Closed       PIC 9(6)    VALUE ZERO.
       01  WS-Filed-Date           PIC 9(8)    VALUE ZERO.

       01  ChartTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ChartTable.
           02 ChartEntry           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ChartTableCount
                                    INDEXED BY ChartIdx.
               03 CA-Account-Tbl   PIC X(8).
               03 CA-Status-Tbl    PIC X.

       01  WS-Chart-Found-Switch   PIC X       VALUE "N".
           88 ChartAccountKnown                VALUE "Y".
       01  WS-Check-Account        PIC X(8)    VALUE SPACES.

      * The return's boxes - output net and VAT per rate category
      * (1 standard, 2 reduced, 3 second reduced, 4 zero), then the
      * purchases and their input VAT, then the difference.
       01  WS-Output-Boxes.
           02 WS-Out-Net-Cat       PIC S9(9)V99 VALUE ZERO
                                    OCCURS 4 TIMES.
           02 WS-Out-Vat-Cat       PIC S9(9)V99 VALUE ZERO
                                    OCCURS 4 TIMES.
           02 WS-Out-Count-Cat     PIC 9(7)    VALUE ZERO
                                    OCCURS 4 TIMES.
       01  WS-Total-Out-Net        PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-Out-Vat        PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-In-Net         PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-In-Vat         PIC 9(9)V99 VALUE ZERO.
       01  WS-Output-Count         PIC 9(7)    VALUE ZERO.
       01  WS-Input-Count          PIC 9(7)    VALUE ZERO.
       01  WS-Net-Vat              PIC S9(9)V99 VALUE ZERO.
       01  WS-Net-Payable          PIC 9(9)V99 VALUE ZERO.
       01  WS-Net-Reclaimable      PIC 9(9)V99 VALUE ZERO.
       01  WS-Unrated-Count        PIC 9(7)    VALUE ZERO.

       01  WS-Cat-Sub              PIC 9       VALUE ZERO.
       01  WS-List-Net             PIC S9(9)V99 VALUE ZERO.
       01  WS-List-Vat             PIC S9(9)V99 VALUE ZERO.
       01  WS-List-Count           PIC 9(7)    VALUE ZERO.

       01  WS-Box-Descriptions.
           02 FILLER               PIC X(34)   VALUE
               "OUTPUT VAT - STANDARD RATE".
           02 FILLER               PIC X(34)   VALUE
               "OUTPUT VAT - REDUCED RATE".
           02 FILLER               PIC X(34)   VALUE
               "OUTPUT VAT - SECOND REDUCED RATE".
           02 FILLER               PIC X(34)   VALUE
               "ZERO-RATED SALES".
       01  WS-Box-Desc-Table REDEFINES WS-Box-Descriptions.
           02 WS-Box-Desc          PIC X(34)   OCCURS 4 TIMES.

       01  WS-Settle-OK-Switch     PIC X       VALUE "Y".
           88 SettlementOK                     VALUE "Y".
       01  WS-Reject-Reason        PIC X(40)   VALUE SPACES.
       01  WS-Settle-Lines         PIC 9(3)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Net-Vat-Shown,
                               MONEY-EDIT  BY WS-Net-Vat-Shown-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Title-Line.
           02 FILLER               PIC X(21)   VALUE
               "VAT RETURN - QUARTER ".
           02 TL-Quarter           PIC 9(5).
           02 FILLER               PIC X(8)    VALUE "  MONTHS".
           02 FILLER               PIC X       VALUE SPACE.
           02 TL-First-Month       PIC 9(6).
           02 FILLER               PIC X(4)    VALUE " TO ".
           02 TL-Last-Month        PIC 9(6).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 TL-Run-Kind          PIC X(24).

       01  WS-Box-Column-Line.
           02 FILLER               PIC X(38)   VALUE
               "BOX DESCRIPTION".
           02 FILLER               PIC X(34)   VALUE
               "    NET AMOUNT                VAT".

       01  WS-Box-Line.
           02 BX-Box               PIC Z9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 BX-Description       PIC X(34).
           02 BX-Net-Area          PIC X(15).
           02 BX-Net REDEFINES BX-Net-Area
                                   PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 BX-Vat               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-List-Title-Line.
           02 FILLER               PIC X(24)   VALUE
               "TRANSACTIONS BEHIND BOX ".
           02 LT-Box               PIC Z9.
           02 FILLER               PIC X(3)    VALUE " - ".
           02 LT-Description       PIC X(34).

       01  WS-List-Column-Line.
           02 FILLER               PIC X(42)   VALUE
               "    DATE      SOURCE      REFERENCE".
           02 FILLER               PIC X(34)   VALUE
               "             NET             VAT".

       01  WS-List-Detail-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 LD-Date              PIC 9(8).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 LD-Source            PIC X(10).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 LD-Reference         PIC X(17).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 LD-Net               PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 LD-Vat               PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-List-Total-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 FILLER               PIC X(4)    VALUE "BOX ".
           02 LL-Box               PIC Z9.
           02 FILLER               PIC X(8)    VALUE " TOTAL -".
           02 LL-Count             PIC ZZZ,ZZ9.
           02 FILLER               PIC X(20)   VALUE
               " TRANSACTIONS".
           02 LL-Net               PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 LL-Vat               PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-Settle-Title-Line    PIC X(80)   VALUE
               "VAT SETTLEMENT JOURNAL".

       01  WS-Settle-Column-Line.
           02 FILLER               PIC X(40)   VALUE
               "    ACCOUNT             DEBIT".
           02 FILLER               PIC X(14)   VALUE
               "CREDIT    DATE".

       01  WS-Settle-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 SL-Account           PIC X(8).
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 SL-Debit             PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 SL-Credit            PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 SL-Date              PIC 9(8).

       01  WS-Settle-Note-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 SN-Note              PIC X(76).

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The quarter's VAT return. Output VAT is totalled by rate
      * category from VATTRAN.DAT - every sales line AromaSalesRpt
      * priced, returns and credits negative, and every carriage
      * charge SalesInvoicing added - and input VAT from the supplier
      * invoice lines approved into the ledger in the quarter. Each
      * box prints with the transactions behind it, totalled back
      * to the box. A draft run only prints. A filing run, for a
      * quarter that has ended, also posts the settlement journal -
      * VATPAYBL and VATINPUT cleared to VATDUE, the balance owed to
      * or reclaimable from the Revenue - and records the quarter
      * on VATRTNS.DAT, after which it cannot be filed again.
            DISPLAY "Enter the VAT quarter to return (YYYYQ): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedQuarter
            ACCEPT KeyedQuarter
            IF KeyedQuarter NOT NUMERIC
                DISPLAY "VatReturn - QUARTER MUST BE 5 NUMERIC "
                    "DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedQuarter TO WS-Quarter
            DIVIDE WS-Quarter BY 10
                GIVING WS-Qtr-Year REMAINDER WS-Qtr-No
            IF WS-Qtr-No < 1 OR WS-Qtr-No > 4
                DISPLAY "VatReturn - QUARTER " WS-Quarter
                    " IS NOT QUARTER 1 TO 4 OF A YEAR - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-Qtr-First-Month =
                WS-Qtr-Year * 100 + WS-Qtr-No * 3 - 2
            COMPUTE WS-Qtr-Last-Month =
                WS-Qtr-Year * 100 + WS-Qtr-No * 3
            COMPUTE WS-Qtr-Start-Date = WS-Qtr-First-Month * 100 + 1
            COMPUTE WS-Qtr-End-Date = WS-Qtr-Last-Month * 100 + 31

            DISPLAY "File the return and post the settlement (Y/N): "
                WITH NO ADVANCING
            MOVE SPACES TO KeyedFiling
            ACCEPT KeyedFiling

            ACCEPT WS-Today FROM DATE YYYYMMDD
            DIVIDE WS-Today BY 100 GIVING WS-Today-Month
            PERFORM FindFiledQuarter
            IF FilingRun AND WS-Filed-Date > ZERO
                DISPLAY "VatReturn - QUARTER " WS-Quarter
                    " ALREADY FILED ON " WS-Filed-Date
                    " - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FilingRun AND WS-Qtr-Last-Month >= WS-Today-Month
                DISPLAY "VatReturn - QUARTER " WS-Quarter
                    " HAS NOT YET ENDED - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM GetLastClosedMonth
            PERFORM LoadChartTable
            PERFORM TallyOutputVat
            PERFORM TallyInputVat
            COMPUTE WS-Net-Vat = WS-Total-Out-Vat - WS-Total-In-Vat
            IF WS-Net-Vat >= ZERO
                MOVE WS-Net-Vat TO WS-Net-Payable
            ELSE
                COMPUTE WS-Net-Reclaimable = ZERO - WS-Net-Vat
            END-IF

            OPEN OUTPUT ReportFile
            PERFORM PrintReturnBoxes
            PERFORM ListOutputBox
                VARYING WS-Cat-Sub FROM 1 BY 1
                UNTIL WS-Cat-Sub > 4
            PERFORM ListInputBox

            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Settle-Title-Line TO ShowReport
            WRITE ShowReport
            IF FilingRun
                PERFORM ProveSettlement
                IF SettlementOK
                    PERFORM PostSettlement
                    PERFORM RecordFiledReturn
                ELSE
                    MOVE SPACES TO SN-Note
                    MOVE "SETTLEMENT REFUSED - " TO SN-Note(1:21)
                    MOVE WS-Reject-Reason TO SN-Note(22:40)
                    MOVE WS-Settle-Note-Line TO ShowReport
                    WRITE ShowReport
                    PERFORM WriteCommonException
                    MOVE 12 TO RETURN-CODE
                END-IF
            ELSE
                MOVE "DRAFT ONLY - NOTHING POSTED OR LOCKED"
                    TO SN-Note
                MOVE WS-Settle-Note-Line TO ShowReport
                WRITE ShowReport
            END-IF
            CLOSE ReportFile

            MOVE WS-Net-Vat TO WS-Net-Vat-Shown
            MOVE WS-Net-Vat-Shown TO WS-Net-Vat-Shown-Edit
            DISPLAY "VatReturn - Control Report"
            DISPLAY "Quarter returned     : " WS-Quarter
            DISPLAY "Output transactions  : " WS-Output-Count
            DISPLAY "Unrated transactions : " WS-Unrated-Count
            DISPLAY "Input invoice lines  : " WS-Input-Count
            DISPLAY "Net VAT (+ payable)  : " WS-Net-Vat-Shown-Edit
            IF FilingRun
                IF SettlementOK
                    DISPLAY "Settlement lines     : " WS-Settle-Lines
                    DISPLAY "Quarter filed        : " WS-Today
                ELSE
                    DISPLAY "Settlement refused   : " WS-Reject-Reason
                END-IF
            ELSE
                DISPLAY "Draft run            : nothing posted"
            END-IF
            STOP RUN.

      * A quarter already on VATRTNS.DAT carries the date it was
      * filed; no file (a "35" status) means none has been filed.
       FindFiledQuarter.
            MOVE ZERO TO WS-Filed-Date
            OPEN INPUT FiledReturnFile
            IF WS-Filed-Status NOT = "00"
                SET EndOfFiledFile TO TRUE
            ELSE
                READ FiledReturnFile
                    AT END SET EndOfFiledFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfFiledFile
                IF VR-Quarter = WS-Quarter
                    MOVE VR-Filed-Date TO WS-Filed-Date
                END-IF
                READ FiledReturnFile
                    AT END SET EndOfFiledFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Filed-Status NOT = "35"
                CLOSE FiledReturnFile
            END-IF.

      * Every output VAT record dated in the quarter, into its rate
      * category. One with a category the rate table does not have
      * is counted and left out rather than guessed at.
       TallyOutputVat.
            MOVE "N" TO WS-VatTran-EOF-Switch
            OPEN INPUT VatTranFile
            IF WS-VatTran-Status NOT = "00"
                SET EndOfVatTranFile TO TRUE
            ELSE
                READ VatTranFile
                    AT END SET EndOfVatTranFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfVatTranFile
                IF VT-Date >= WS-Qtr-Start-Date
                   AND VT-Date <= WS-Qtr-End-Date
                    IF VT-Vat-Category < 1 OR VT-Vat-Category > 4
                        ADD 1 TO WS-Unrated-Count
                    ELSE
                        MOVE VT-Vat-Category TO WS-Cat-Sub
                        ADD VT-Net TO WS-Out-Net-Cat(WS-Cat-Sub)
                                      WS-Total-Out-Net
                        ADD VT-Vat TO WS-Out-Vat-Cat(WS-Cat-Sub)
                                      WS-Total-Out-Vat
                        ADD 1 TO WS-Out-Count-Cat(WS-Cat-Sub)
                                 WS-Output-Count
                    END-IF
                END-IF
                READ VatTranFile
                    AT END SET EndOfVatTranFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-VatTran-Status NOT = "35"
                CLOSE VatTranFile
            END-IF.

      * Input VAT is reclaimed on the date the line was approved
      * into the ledger - held and cancelled lines never posted.
       TallyInputVat.
            MOVE "N" TO WS-Invoice-EOF-Switch
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                SET EndOfInvoiceFile TO TRUE
            ELSE
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                IF (InvoiceApproved OR InvoicePaid)
                   AND API-Posted-Date >= WS-Qtr-Start-Date
                   AND API-Posted-Date <= WS-Qtr-End-Date
                    ADD API-Net TO WS-Total-In-Net
                    ADD API-Vat TO WS-Total-In-Vat
                    ADD 1 TO WS-Input-Count
                END-IF
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF.

       PrintReturnBoxes.
            MOVE WS-Quarter         TO TL-Quarter
            MOVE WS-Qtr-First-Month TO TL-First-Month
            MOVE WS-Qtr-Last-Month  TO TL-Last-Month
            IF FilingRun
                MOVE "FILED" TO TL-Run-Kind
            ELSE
                IF WS-Filed-Date > ZERO
                    MOVE SPACES TO TL-Run-Kind
                    STRING "COPY - FILED " WS-Filed-Date
                        DELIMITED BY SIZE INTO TL-Run-Kind
                ELSE
                    MOVE "DRAFT" TO TL-Run-Kind
                END-IF
            END-IF
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Box-Column-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING WS-Cat-Sub FROM 1 BY 1
                    UNTIL WS-Cat-Sub > 4
                MOVE WS-Cat-Sub TO BX-Box
                MOVE WS-Box-Desc(WS-Cat-Sub) TO BX-Description
                MOVE WS-Out-Net-Cat(WS-Cat-Sub) TO BX-Net
                MOVE WS-Out-Vat-Cat(WS-Cat-Sub) TO BX-Vat
                MOVE WS-Box-Line TO ShowReport
                WRITE ShowReport
            END-PERFORM
            MOVE 5 TO BX-Box
            MOVE "TOTAL OUTPUT VAT (BOXES 1 TO 4)" TO BX-Description
            MOVE WS-Total-Out-Net TO BX-Net
            MOVE WS-Total-Out-Vat TO BX-Vat
            MOVE WS-Box-Line TO ShowReport
            WRITE ShowReport
            MOVE 6 TO BX-Box
            MOVE "INPUT VAT ON PURCHASES" TO BX-Description
            MOVE WS-Total-In-Net TO BX-Net
            MOVE WS-Total-In-Vat TO BX-Vat
            MOVE WS-Box-Line TO ShowReport
            WRITE ShowReport
            MOVE 7 TO BX-Box
            MOVE "NET VAT PAYABLE (BOX 5 LESS 6)" TO BX-Description
            MOVE SPACES TO BX-Net-Area
            MOVE WS-Net-Payable TO BX-Vat
            MOVE WS-Box-Line TO ShowReport
            WRITE ShowReport
            MOVE 8 TO BX-Box
            MOVE "NET VAT RECLAIMABLE (BOX 6 LESS 5)" TO BX-Description
            MOVE SPACES TO BX-Net-Area
            MOVE WS-Net-Reclaimable TO BX-Vat
            MOVE WS-Box-Line TO ShowReport
            WRITE ShowReport.

      * The records behind one output box, in the order they were
      * journalled, totalled back to the box figure.
       ListOutputBox.
            MOVE WS-Cat-Sub TO LT-Box
            MOVE WS-Box-Desc(WS-Cat-Sub) TO LT-Description
            PERFORM PrintListHeadings
            MOVE "N" TO WS-VatTran-EOF-Switch
            OPEN INPUT VatTranFile
            IF WS-VatTran-Status NOT = "00"
                SET EndOfVatTranFile TO TRUE
            ELSE
                READ VatTranFile
                    AT END SET EndOfVatTranFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfVatTranFile
                IF VT-Date >= WS-Qtr-Start-Date
                   AND VT-Date <= WS-Qtr-End-Date
                   AND VT-Vat-Category = WS-Cat-Sub
                    MOVE VT-Date      TO LD-Date
                    MOVE VT-Source    TO LD-Source
                    MOVE VT-Reference TO LD-Reference
                    MOVE VT-Net       TO LD-Net
                    MOVE VT-Vat       TO LD-Vat
                    MOVE WS-List-Detail-Line TO ShowReport
                    WRITE ShowReport
                    ADD VT-Net TO WS-List-Net
                    ADD VT-Vat TO WS-List-Vat
                    ADD 1 TO WS-List-Count
                END-IF
                READ VatTranFile
                    AT END SET EndOfVatTranFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-VatTran-Status NOT = "35"
                CLOSE VatTranFile
            END-IF
            MOVE WS-Cat-Sub TO LL-Box
            PERFORM PrintListTotal.

       ListInputBox.
            MOVE 6 TO LT-Box
            MOVE "INPUT VAT ON PURCHASES" TO LT-Description
            PERFORM PrintListHeadings
            MOVE "N" TO WS-Invoice-EOF-Switch
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                SET EndOfInvoiceFile TO TRUE
            ELSE
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                IF (InvoiceApproved OR InvoicePaid)
                   AND API-Posted-Date >= WS-Qtr-Start-Date
                   AND API-Posted-Date <= WS-Qtr-End-Date
                    MOVE API-Posted-Date TO LD-Date
                    MOVE "SUPPINVOIC"    TO LD-Source
                    MOVE SPACES TO LD-Reference
                    STRING API-Supplier-Id " " API-Invoice-No
                        DELIMITED BY SIZE INTO LD-Reference
                    MOVE API-Net TO LD-Net
                    MOVE API-Vat TO LD-Vat
                    MOVE WS-List-Detail-Line TO ShowReport
                    WRITE ShowReport
                    ADD API-Net TO WS-List-Net
                    ADD API-Vat TO WS-List-Vat
                    ADD 1 TO WS-List-Count
                END-IF
                READ InvoiceFile
                    AT END SET EndOfInvoiceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF
            MOVE 6 TO LL-Box
            PERFORM PrintListTotal.

       PrintListHeadings.
            MOVE ZERO TO WS-List-Net WS-List-Vat WS-List-Count
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-List-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-List-Column-Line TO ShowReport
            WRITE ShowReport.

       PrintListTotal.
            MOVE WS-List-Count TO LL-Count
            MOVE WS-List-Net   TO LL-Net
            MOVE WS-List-Vat   TO LL-Vat
            MOVE WS-List-Total-Line TO ShowReport
            WRITE ShowReport.

      * The settlement posts on the run date - that month must still
      * be open and, once the chart is built, every account the
      * journal touches must be on it and open. Any failure holds
      * the whole journal back and leaves the quarter unfiled.
       ProveSettlement.
            MOVE "Y" TO WS-Settle-OK-Switch
            IF WS-Today-Month <= WS-GL-Last-Closed
                MOVE "N" TO WS-Settle-OK-Switch
                MOVE "RUN DATE IS IN A CLOSED MONTH"
                    TO WS-Reject-Reason
            END-IF
            IF SettlementOK AND ChartTableCount > ZERO
                IF WS-Total-Out-Vat NOT = ZERO
                    MOVE "VATPAYBL" TO WS-Check-Account
                    PERFORM CheckSettlementAccount
                END-IF
                IF WS-Total-In-Vat NOT = ZERO
                    MOVE "VATINPUT" TO WS-Check-Account
                    PERFORM CheckSettlementAccount
                END-IF
                IF WS-Net-Vat NOT = ZERO
                    MOVE "VATDUE  " TO WS-Check-Account
                    PERFORM CheckSettlementAccount
                END-IF
            END-IF.

       CheckSettlementAccount.
            IF SettlementOK
                PERFORM LookUpChartAccount
                IF NOT ChartAccountKnown
                    MOVE "N" TO WS-Settle-OK-Switch
                    MOVE SPACES TO WS-Reject-Reason
                    STRING WS-Check-Account
                        " NOT ON CHART OR CLOSED"
                        DELIMITED BY SIZE INTO WS-Reject-Reason
                END-IF
            END-IF.

       LookUpChartAccount.
            MOVE "N" TO WS-Chart-Found-Switch
            SET ChartIdx TO 1
            SEARCH ChartEntry
               AT END MOVE "N" TO WS-Chart-Found-Switch
               WHEN CA-Account-Tbl(ChartIdx) = WS-Check-Account
                    AND CA-Status-Tbl(ChartIdx) NOT = "C"
                    SET ChartAccountKnown TO TRUE
            END-SEARCH.

      * Output VAT comes off VATPAYBL and input VAT off VATINPUT,
      * the difference landing on VATDUE - a credit when the
      * quarter owes, a debit when it reclaims. A quarter of net
      * returns swaps the payable side so no amount is negative.
       PostSettlement.
            MOVE WS-Settle-Column-Line TO ShowReport
            WRITE ShowReport
            OPEN EXTEND JournalFile
            IF WS-Journal-Status = "35"
                OPEN OUTPUT JournalFile
            END-IF
            IF WS-Total-Out-Vat NOT = ZERO
                MOVE "VATPAYBL" TO GLJ-Account
                IF WS-Total-Out-Vat > ZERO
                    MOVE WS-Total-Out-Vat TO GLJ-Debit
                    MOVE ZERO TO GLJ-Credit
                ELSE
                    MOVE ZERO TO GLJ-Debit
                    COMPUTE GLJ-Credit = ZERO - WS-Total-Out-Vat
                END-IF
                PERFORM WriteSettlementLine
            END-IF
            IF WS-Total-In-Vat NOT = ZERO
                MOVE "VATINPUT" TO GLJ-Account
                MOVE ZERO TO GLJ-Debit
                MOVE WS-Total-In-Vat TO GLJ-Credit
                PERFORM WriteSettlementLine
            END-IF
            IF WS-Net-Vat NOT = ZERO
                MOVE "VATDUE  " TO GLJ-Account
                MOVE WS-Net-Reclaimable TO GLJ-Debit
                MOVE WS-Net-Payable TO GLJ-Credit
                PERFORM WriteSettlementLine
            END-IF
            CLOSE JournalFile
            IF WS-Settle-Lines = ZERO
                MOVE "NO VAT IN THE QUARTER - NOTHING POSTED"
                    TO SN-Note
                MOVE WS-Settle-Note-Line TO ShowReport
                WRITE ShowReport
            END-IF.

       WriteSettlementLine.
            MOVE WS-Today    TO GLJ-Date
            MOVE "VATRETURN" TO GLJ-Source
            WRITE JournalRecord
            ADD 1 TO WS-Settle-Lines
            MOVE GLJ-Account TO SL-Account
            MOVE GLJ-Debit   TO SL-Debit
            MOVE GLJ-Credit  TO SL-Credit
            MOVE GLJ-Date    TO SL-Date
            MOVE WS-Settle-Line TO ShowReport
            WRITE ShowReport.

      * The lock - the quarter with its filed figures, so the next
      * filing run for it refuses.
       RecordFiledReturn.
            OPEN EXTEND FiledReturnFile
            IF WS-Filed-Status = "35"
                OPEN OUTPUT FiledReturnFile
            END-IF
            MOVE SPACES TO FiledReturnRecord
            MOVE WS-Quarter       TO VR-Quarter
            MOVE WS-Today         TO VR-Filed-Date
            MOVE WS-Total-Out-Vat TO VR-Output-Vat
            MOVE WS-Total-In-Vat  TO VR-Input-Vat
            MOVE WS-Net-Vat       TO VR-Net-Vat
            WRITE FiledReturnRecord
            CLOSE FiledReturnFile
            MOVE SPACES TO SN-Note
            STRING "QUARTER FILED AND LOCKED ON " WS-Today
                DELIMITED BY SIZE INTO SN-Note
            MOVE WS-Settle-Note-Line TO ShowReport
            WRITE ShowReport.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "VATRETURN" TO EXC-Program
            MOVE SPACES TO EXC-Key
            STRING "QTR " WS-Quarter
                DELIMITED BY SIZE INTO EXC-Key
            MOVE WS-Reject-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

      * No CHART.DAT (a "35" status) means the chart is not built
      * yet - lines pass unvalidated, as every journal writer's do.
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

       END PROGRAM VatReturn.
