      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Both sides of the account - statement lines BankStmtImport
      * took and book postings this run has picked up - uncleared
      * or matched.
           SELECT ReconFile ASSIGN "BANKREC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Recon-Status.

           SELECT ControlFile ASSIGN "BANKCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Control-Status.

      * The cash lines SalesReceipts, RefundRun and TuitionPayments
      * journal - the day's receipts lodged, each sponsor cheque
      * banked, and the refunds paid out.
           SELECT JournalFile ASSIGN "GLJRNL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Journal-Status.

      * Tuition receipts never reach the journal - TuitionPayments
      * leaves one payment row per receipt on the history file.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-History-Status.

      * Net pay leaves in one batch - only the trailer is read.
           SELECT PayBankFile ASSIGN "BANKFILE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PayBank-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT ReportFile ASSIGN "BANKREC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReconFile.
           COPY BANKREC.

       FD  ControlFile.
           COPY BANKCTL.

       FD  JournalFile.
           COPY GLJRNL.

       FD  AccountHistFile.
           COPY ACCTHIST.

       FD  PayBankFile.
       01  PayBankRecord.
           02 PB-Record-Type       PIC X.
               88 PayBankTrailerRec        VALUE "T".
           02 FILLER               PIC X(39).

       01  PayBankTrailerRecord REDEFINES PayBankRecord.
           02 PBT-Record-Type      PIC X.
           02 PBT-Count            PIC 9(7).
           02 PBT-Total            PIC 9(10)V99.
           02 PBT-Pay-Date         PIC 9(8).
           02 FILLER               PIC X(12).

       FD  BusinessDateFile.
           COPY BUSDATE.

       FD  ReportFile.
       01  ShowReport              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Recon-Status         PIC XX      VALUE SPACES.
       01  WS-Control-Status       PIC XX      VALUE SPACES.
       01  WS-Journal-Status       PIC XX      VALUE SPACES.
       01  WS-History-Status       PIC XX      VALUE SPACES.
       01  WS-PayBank-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Recon-EOF-Switch     PIC X       VALUE "N".
           88 EndOfReconFile                   VALUE "Y".
       01  WS-Journal-EOF-Switch   PIC X       VALUE "N".
           88 EndOfJournalFile                 VALUE "Y".
       01  WS-History-EOF-Switch   PIC X       VALUE "N".
           88 EndOfHistoryFile                 VALUE "Y".
       01  WS-PayBank-EOF-Switch   PIC X       VALUE "N".
           88 EndOfPayBankFile                 VALUE "Y".

       01  WS-Control-File-Sw      PIC X       VALUE "N".
           88 ControlFileOnHand                VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * Postings are picked up by position, not by date - every
      * record past the count already read off GLJRNL.DAT and
      * ACCTHIST.DAT, so a receipt keyed a day or more after the
      * date it carries is still picked up on the next run. The
      * date window (after the last day picked up, to the day
      * before the business date) only serves the one run that
      * finds no count on the control yet.
       01  WS-Pick-From            PIC 9(8)    VALUE ZERO.
       01  WS-Pick-Through         PIC 9(8)    VALUE ZERO.
       01  WS-Journal-Taken        PIC 9(9)    VALUE ZERO.
       01  WS-History-Taken        PIC 9(9)    VALUE ZERO.
       01  WS-Journal-Read         PIC 9(9)    VALUE ZERO.
       01  WS-History-Read         PIC 9(9)    VALUE ZERO.
       01  WS-Journal-Mark-Sw      PIC X       VALUE "N".
           88 JournalMarkKept                  VALUE "Y".
       01  WS-History-Mark-Sw      PIC X       VALUE "N".
           88 HistoryMarkKept                  VALUE "Y".
       01  WS-Take-Posting-Sw      PIC X       VALUE "N".
           88 TakeThisPosting                  VALUE "Y".

      * Statement and book lines pair when they fall this many days
      * apart or fewer - the time a lodgement or a payment takes to
      * reach the statement.
       01  WS-Match-Window         PIC 9(3)    VALUE 7.
      * Uncleared longer than this wants chasing.
       01  WS-Stale-Days           PIC 9(3)    VALUE 30.
      * Matched pairs stay on file this long for inquiry.
       01  WS-Keep-Matched-Days    PIC 9(3)    VALUE 365.

       01  ReconTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  ReconTable.
           02 ReconEntry           OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON ReconTableCount
                                    INDEXED BY ReconIdx.
               03 RC-Side-Tbl      PIC X.
                   88 RCBookItem            VALUE "B".
                   88 RCStatementItem       VALUE "S".
               03 RC-Date-Tbl      PIC 9(8).
               03 RC-Direction-Tbl PIC X.
                   88 RCMoneyIn             VALUE "I".
               03 RC-Amount-Tbl    PIC 9(9)V99.
               03 RC-Reference-Tbl PIC X(12).
               03 RC-Source-Tbl    PIC X(10).
               03 RC-Narrative-Tbl PIC X(20).
               03 RC-Status-Tbl    PIC X.
                   88 RCUncleared           VALUE "U".
               03 RC-Match-No-Tbl  PIC 9(6).
               03 RC-Match-Date-Tbl PIC 9(8).

       01  WS-Stmt-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Book-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Try-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Want-Reference-Sw    PIC X       VALUE "N".
           88 WantReference                    VALUE "Y".

      * The item being added to the table.
       01  WS-New-Item.
           02 WS-New-Date          PIC 9(8).
           02 WS-New-Direction     PIC X.
           02 WS-New-Amount        PIC 9(9)V99.
           02 WS-New-Reference     PIC X(12).
           02 WS-New-Source        PIC X(10).
           02 WS-New-Narrative     PIC X(20).

       01  WS-StudentId-Ref        PIC 9(7)    VALUE ZERO.

      * Day gaps approximated from the calendar fields, months at
      * thirty days - the same reckoning AgedReceivables bands with.
       01  WS-Gap-Date-A           PIC 9(8)    VALUE ZERO.
       01  WS-Gap-Split-A REDEFINES WS-Gap-Date-A.
           02 WS-Gap-A-YYYY        PIC 9(4).
           02 WS-Gap-A-MM          PIC 9(2).
           02 WS-Gap-A-DD          PIC 9(2).
       01  WS-Gap-Date-B           PIC 9(8)    VALUE ZERO.
       01  WS-Gap-Split-B REDEFINES WS-Gap-Date-B.
           02 WS-Gap-B-YYYY        PIC 9(4).
           02 WS-Gap-B-MM          PIC 9(2).
           02 WS-Gap-B-DD          PIC 9(2).
       01  WS-Gap-Days             PIC S9(5)   VALUE ZERO.

      * The control record as read, kept whole so the fields this
      * run does not own go back unchanged.
       01  WS-Control-Image        PIC X(108)  VALUE SPACES.
       01  WS-Stmt-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Next-Match-No        PIC 9(6)    VALUE ZERO.
       01  WS-Paybank-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Paybank-Count        PIC 9(7)    VALUE ZERO.
       01  WS-Paybank-Total        PIC 9(10)V99 VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Book-Items-Added  PIC 9(5)    VALUE ZERO.
           02 WS-Pairs-Matched     PIC 9(5)    VALUE ZERO.
           02 WS-Matched-Dropped   PIC 9(5)    VALUE ZERO.

       01  WS-Book-Balance         PIC S9(9)V99 VALUE ZERO.
       01  WS-Stmt-Balance         PIC S9(9)V99 VALUE ZERO.
       01  WS-Adjusted-Balance     PIC S9(10)V99 VALUE ZERO.
       01  WS-Difference           PIC S9(10)V99 VALUE ZERO.

      * Uncleared figures for the side being listed, and kept per
      * side for the summary.
       01  WS-Side-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Side-Stale           PIC 9(5)    VALUE ZERO.
       01  WS-Side-In              PIC 9(10)V99 VALUE ZERO.
       01  WS-Side-Out             PIC 9(10)V99 VALUE ZERO.
       01  WS-Book-Unclr-In        PIC 9(10)V99 VALUE ZERO.
       01  WS-Book-Unclr-Out       PIC 9(10)V99 VALUE ZERO.
       01  WS-Stmt-Unclr-In        PIC 9(10)V99 VALUE ZERO.
       01  WS-Stmt-Unclr-Out       PIC 9(10)V99 VALUE ZERO.
       01  WS-Stale-Total          PIC 9(5)    VALUE ZERO.
       01  WS-Listing-Side         PIC X       VALUE SPACE.

      * Balances run past the shared money picture's seven places.
       01  WS-Edit-Amount          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-Report-Title-Line     PIC X(80)   VALUE
           "BANK ACCOUNT RECONCILIATION".

       01  WS-Report-Date-Line.
           02 FILLER                PIC X(7)    VALUE "AS AT: ".
           02 RH-As-At              PIC 9(8).
           02 FILLER                PIC X(17)   VALUE
              "   STATEMENT TO: ".
           02 RH-Stmt-Date          PIC 9(8).
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Report-Blank-Line     PIC X(80)   VALUE SPACES.

       01  WS-Book-Heading-Line     PIC X(80)   VALUE
           "UNCLEARED BOOK ITEMS - POSTED, NOT YET ON THE STATEMENT".

       01  WS-Stmt-Heading-Line     PIC X(80)   VALUE
           "UNCLEARED STATEMENT ITEMS - ON THE STATEMENT, NOT POSTED".

       01  WS-Column-Heading-Line.
           02 FILLER                PIC X(27)   VALUE
              "DATE     DIR         AMOUNT".
           02 FILLER                PIC X(22)   VALUE
              " REFERENCE    DETAIL".
           02 FILLER                PIC X(31)   VALUE
              "            AGE".

       01  WS-Report-Detail-Line.
           02 RD-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Direction          PIC X(3).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Amount             PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Reference          PIC X(12).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Detail             PIC X(16).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Age                PIC ZZZZ9.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Flag               PIC X(16).

       01  WS-Report-Side-Total-Line.
           02 FILLER                PIC X(7)    VALUE "ITEMS: ".
           02 RT-Count              PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE "  IN: ".
           02 RT-In                 PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(7)    VALUE "  OUT: ".
           02 RT-Out                PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(16)   VALUE
              "  OVER 30 DAYS: ".
           02 RT-Stale              PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE SPACES.

       01  WS-Report-Summary-Line.
           02 RS-Label              PIC X(44).
           02 RS-Amount             PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-Report-Matched-Line.
           02 FILLER                PIC X(24)   VALUE
              "PAIRS MATCHED THIS RUN: ".
           02 RM-Pairs              PIC ZZZZ9.
           02 FILLER                PIC X(51)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The monthly bank reconciliation comes off the highlighter.
      * Book postings not yet picked up are added to the items as
      * uncleared book lines: cash lines journalled to CASH by
      * SalesReceipts, RefundRun and TuitionPayments (sponsor
      * cheques), tuition receipts off the
      * account history, and the net-pay batch BankTransfer last
      * sent. Each uncleared statement line is then paired with an
      * uncleared book line moving the same way for the same amount
      * within the match window - a matching reference first, then
      * amount and date alone - and both are stamped with one match
      * number so they never come up again. The report proves the
      * statement balance, adjusted for what is still uncleared on
      * either side, to the book balance, and flags every item
      * uncleared more than thirty days.
            PERFORM GetBusinessDate
            PERFORM ReadBankControl
            IF NOT ControlFileOnHand
                DISPLAY "BankRecon - NO STATEMENT TAKEN YET - RUN "
                    "BankStmtImport FIRST"
                STOP RUN
            END-IF
            COMPUTE WS-Pick-Through = WS-Business-Date - 1

            PERFORM LoadReconTable
            PERFORM PickUpJournalCash
            PERFORM PickUpTuitionReceipts
            IF WS-Pick-Through < WS-Pick-From
                MOVE WS-Pick-From TO WS-Pick-Through
            END-IF
            PERFORM PickUpNetPay

            MOVE "Y" TO WS-Want-Reference-Sw
            PERFORM MatchStatementItems
            MOVE "N" TO WS-Want-Reference-Sw
            PERFORM MatchStatementItems

            OPEN OUTPUT ReportFile
            MOVE WS-Report-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Business-Date TO RH-As-At
            MOVE WS-Stmt-Date     TO RH-Stmt-Date
            MOVE WS-Report-Date-Line TO ShowReport
            WRITE ShowReport

            MOVE "B" TO WS-Listing-Side
            PERFORM ListUnclearedSide
            MOVE WS-Side-In  TO WS-Book-Unclr-In
            MOVE WS-Side-Out TO WS-Book-Unclr-Out

            MOVE "S" TO WS-Listing-Side
            PERFORM ListUnclearedSide
            MOVE WS-Side-In  TO WS-Stmt-Unclr-In
            MOVE WS-Side-Out TO WS-Stmt-Unclr-Out

            PERFORM WriteReconSummary
            CLOSE ReportFile

            PERFORM StoreReconTable
            PERFORM StoreBankControl

            DISPLAY "BankRecon - Control Report"
            DISPLAY "Business date      : " WS-Business-Date
            DISPLAY "Book items added   : " WS-Book-Items-Added
            DISPLAY "Pairs matched      : " WS-Pairs-Matched
            DISPLAY "Uncleared > 30 days: " WS-Stale-Total
            DISPLAY "Old matches dropped: " WS-Matched-Dropped
            MOVE WS-Difference TO WS-Edit-Amount
            DISPLAY "Unexplained diff   : " WS-Edit-Amount
            STOP RUN.

      * Every CASH line not yet read - a debit is money lodged, a
      * credit money paid away.
       PickUpJournalCash.
            MOVE ZERO TO WS-Journal-Read
            OPEN INPUT JournalFile
            IF WS-Journal-Status NOT = "00"
                SET EndOfJournalFile TO TRUE
            ELSE
                READ JournalFile
                    AT END SET EndOfJournalFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfJournalFile
                ADD 1 TO WS-Journal-Read
                MOVE "N" TO WS-Take-Posting-Sw
                IF JournalMarkKept
                    IF WS-Journal-Read > WS-Journal-Taken
                        SET TakeThisPosting TO TRUE
                    END-IF
                ELSE
                    IF GLJ-Date > WS-Pick-From
                        SET TakeThisPosting TO TRUE
                    END-IF
                END-IF
                IF GLJ-Account = "CASH    "
                   AND TakeThisPosting
                    MOVE GLJ-Date   TO WS-New-Date
                    MOVE GLJ-Source TO WS-New-Reference
                    MOVE GLJ-Source TO WS-New-Source
                    IF GLJ-Source = "SPONPAYMNT"
                        MOVE "SPONSOR CHEQUE" TO WS-New-Narrative
                    ELSE
                        MOVE "CASH JOURNAL" TO WS-New-Narrative
                    END-IF
                    IF GLJ-Debit > ZERO
                        MOVE "I" TO WS-New-Direction
                        MOVE GLJ-Debit TO WS-New-Amount
                        PERFORM AddBookItem
                    END-IF
                    IF GLJ-Credit > ZERO
                        MOVE "O" TO WS-New-Direction
                        MOVE GLJ-Credit TO WS-New-Amount
                        PERFORM AddBookItem
                    END-IF
                END-IF
                READ JournalFile
                    AT END SET EndOfJournalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Journal-Status NOT = "35"
                CLOSE JournalFile
            END-IF
            IF JournalMarkKept
               AND WS-Journal-Read < WS-Journal-Taken
                DISPLAY "BankRecon - GLJRNL.DAT HOLDS FEWER RECORDS "
                    "THAN ALREADY READ - CHECK IT HAS NOT BEEN "
                    "REPLACED"
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE WS-Journal-Read TO WS-Journal-Taken.

      * The payer quotes the student number - it is the reference
      * the book line carries.
       PickUpTuitionReceipts.
            MOVE ZERO TO WS-History-Read
            OPEN INPUT AccountHistFile
            IF WS-History-Status NOT = "00"
                SET EndOfHistoryFile TO TRUE
            ELSE
                READ AccountHistFile
                    AT END SET EndOfHistoryFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHistoryFile
                ADD 1 TO WS-History-Read
                MOVE "N" TO WS-Take-Posting-Sw
                IF HistoryMarkKept
                    IF WS-History-Read > WS-History-Taken
                        SET TakeThisPosting TO TRUE
                    END-IF
                ELSE
                    IF AH-Date > WS-Pick-From
                        SET TakeThisPosting TO TRUE
                    END-IF
                END-IF
                IF HistPayment
                   AND TakeThisPosting
                    MOVE AH-Date      TO WS-New-Date
                    MOVE "I"          TO WS-New-Direction
                    MOVE AH-Amount    TO WS-New-Amount
                    MOVE AH-StudentId TO WS-StudentId-Ref
                    MOVE WS-StudentId-Ref TO WS-New-Reference
                    MOVE "TUITPAYMNT" TO WS-New-Source
                    MOVE "TUITION RECEIPT" TO WS-New-Narrative
                    PERFORM AddBookItem
                END-IF
                READ AccountHistFile
                    AT END SET EndOfHistoryFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-History-Status NOT = "35"
                CLOSE AccountHistFile
            END-IF
            IF HistoryMarkKept
               AND WS-History-Read < WS-History-Taken
                DISPLAY "BankRecon - ACCTHIST.DAT HOLDS FEWER "
                    "RECORDS THAN ALREADY READ - CHECK IT HAS NOT "
                    "BEEN REPLACED"
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE WS-History-Read TO WS-History-Taken.

      * BANKFILE.DAT holds only the last payroll sent; a trailer
      * already taken (same pay date, count and total) adds
      * nothing, and one paid before the book was seeded is in the
      * opening balance already.
       PickUpNetPay.
            OPEN INPUT PayBankFile
            IF WS-PayBank-Status NOT = "00"
                SET EndOfPayBankFile TO TRUE
            ELSE
                READ PayBankFile
                    AT END SET EndOfPayBankFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPayBankFile
                IF PayBankTrailerRec
                   AND PBT-Count NUMERIC AND PBT-Total NUMERIC
                   AND PBT-Pay-Date NUMERIC
                    IF PBT-Pay-Date NOT = WS-Paybank-Date
                       OR PBT-Count NOT = WS-Paybank-Count
                       OR PBT-Total NOT = WS-Paybank-Total
                        PERFORM TakeNetPayBatch
                    END-IF
                END-IF
                READ PayBankFile
                    AT END SET EndOfPayBankFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-PayBank-Status NOT = "35"
                CLOSE PayBankFile
            END-IF.

       TakeNetPayBatch.
            MOVE PBT-Pay-Date TO WS-Paybank-Date
            MOVE PBT-Count    TO WS-Paybank-Count
            MOVE PBT-Total    TO WS-Paybank-Total
            IF PBT-Pay-Date = ZERO
                MOVE WS-Business-Date TO WS-New-Date
            ELSE
                MOVE PBT-Pay-Date TO WS-New-Date
            END-IF
            IF PBT-Total > ZERO
               AND WS-New-Date > WS-Pick-From
                MOVE "O"          TO WS-New-Direction
                MOVE PBT-Total    TO WS-New-Amount
                MOVE "NETPAY"     TO WS-New-Reference
                MOVE "BANKXFER"   TO WS-New-Source
                MOVE "PAYROLL NET PAY" TO WS-New-Narrative
                PERFORM AddBookItem
            END-IF.

      * A full table stops the run before anything is stored - the
      * control is not moved, so the same postings come up again.
       AddBookItem.
            IF ReconTableCount = 9999
                DISPLAY "BankRecon - RECONCILIATION TABLE FULL - "
                    "RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET ReconIdx TO ReconTableCount
            SET ReconIdx UP BY 1
            SET ReconTableCount TO ReconIdx
            MOVE "B"              TO RC-Side-Tbl(ReconIdx)
            MOVE WS-New-Date      TO RC-Date-Tbl(ReconIdx)
            MOVE WS-New-Direction TO RC-Direction-Tbl(ReconIdx)
            MOVE WS-New-Amount    TO RC-Amount-Tbl(ReconIdx)
            MOVE WS-New-Reference TO RC-Reference-Tbl(ReconIdx)
            MOVE WS-New-Source    TO RC-Source-Tbl(ReconIdx)
            MOVE WS-New-Narrative TO RC-Narrative-Tbl(ReconIdx)
            MOVE "U"              TO RC-Status-Tbl(ReconIdx)
            MOVE ZERO             TO RC-Match-No-Tbl(ReconIdx)
            MOVE ZERO             TO RC-Match-Date-Tbl(ReconIdx)
            IF WS-New-Direction = "I"
                ADD WS-New-Amount TO WS-Book-Balance
            ELSE
                SUBTRACT WS-New-Amount FROM WS-Book-Balance
            END-IF
            ADD 1 TO WS-Book-Items-Added.

       MatchStatementItems.
            PERFORM VARYING WS-Stmt-Sub FROM 1 BY 1
                    UNTIL WS-Stmt-Sub > ReconTableCount
                IF RCStatementItem(WS-Stmt-Sub)
                   AND RCUncleared(WS-Stmt-Sub)
                    PERFORM FindBookMatch
                    IF WS-Book-Sub > ZERO
                        PERFORM PairTheItems
                    END-IF
                END-IF
            END-PERFORM.

      * The first uncleared book line moving the same way for the
      * same amount inside the window - on the reference pass its
      * reference has to agree as well.
       FindBookMatch.
            MOVE ZERO TO WS-Book-Sub
            PERFORM VARYING WS-Try-Sub FROM 1 BY 1
                    UNTIL WS-Try-Sub > ReconTableCount
                       OR WS-Book-Sub > ZERO
                IF RCBookItem(WS-Try-Sub)
                   AND RCUncleared(WS-Try-Sub)
                   AND RC-Direction-Tbl(WS-Try-Sub) =
                       RC-Direction-Tbl(WS-Stmt-Sub)
                   AND RC-Amount-Tbl(WS-Try-Sub) =
                       RC-Amount-Tbl(WS-Stmt-Sub)
                    MOVE RC-Date-Tbl(WS-Stmt-Sub) TO WS-Gap-Date-A
                    MOVE RC-Date-Tbl(WS-Try-Sub)  TO WS-Gap-Date-B
                    PERFORM ComputeGapDays
                    IF WS-Gap-Days <= WS-Match-Window
                        IF NOT WantReference
                            MOVE WS-Try-Sub TO WS-Book-Sub
                        END-IF
                        IF WantReference
                           AND RC-Reference-Tbl(WS-Try-Sub) NOT = SPACES
                           AND RC-Reference-Tbl(WS-Try-Sub) =
                               RC-Reference-Tbl(WS-Stmt-Sub)
                            MOVE WS-Try-Sub TO WS-Book-Sub
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       PairTheItems.
            ADD 1 TO WS-Next-Match-No
            MOVE "M" TO RC-Status-Tbl(WS-Stmt-Sub)
            MOVE "M" TO RC-Status-Tbl(WS-Book-Sub)
            MOVE WS-Next-Match-No TO RC-Match-No-Tbl(WS-Stmt-Sub)
            MOVE WS-Next-Match-No TO RC-Match-No-Tbl(WS-Book-Sub)
            MOVE WS-Business-Date TO RC-Match-Date-Tbl(WS-Stmt-Sub)
            MOVE WS-Business-Date TO RC-Match-Date-Tbl(WS-Book-Sub)
            ADD 1 TO WS-Pairs-Matched.

      * Days between WS-Gap-Date-A and WS-Gap-Date-B either way
      * round.
       ComputeGapDays.
            COMPUTE WS-Gap-Days =
                ((WS-Gap-A-YYYY - WS-Gap-B-YYYY) * 365)
                + ((WS-Gap-A-MM - WS-Gap-B-MM) * 30)
                + (WS-Gap-A-DD - WS-Gap-B-DD)
            IF WS-Gap-Days < ZERO
                COMPUTE WS-Gap-Days = ZERO - WS-Gap-Days
            END-IF.

      * One side's uncleared items under its own heading, with the
      * side's count, totals and stale count beneath.
       ListUnclearedSide.
            MOVE ZERO TO WS-Side-Count
            MOVE ZERO TO WS-Side-Stale
            MOVE ZERO TO WS-Side-In
            MOVE ZERO TO WS-Side-Out
            MOVE WS-Report-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Book-Heading-Line TO ShowReport
            IF WS-Listing-Side = "S"
                MOVE WS-Stmt-Heading-Line TO ShowReport
            END-IF
            WRITE ShowReport
            MOVE WS-Column-Heading-Line TO ShowReport
            WRITE ShowReport
            PERFORM VARYING ReconIdx FROM 1 BY 1
                    UNTIL ReconIdx > ReconTableCount
                IF RC-Side-Tbl(ReconIdx) = WS-Listing-Side
                   AND RCUncleared(ReconIdx)
                    PERFORM ListOneUnclearedItem
                END-IF
            END-PERFORM
            MOVE WS-Side-Count TO RT-Count
            MOVE WS-Side-In    TO RT-In
            MOVE WS-Side-Out   TO RT-Out
            MOVE WS-Side-Stale TO RT-Stale
            MOVE WS-Report-Side-Total-Line TO ShowReport
            WRITE ShowReport.

       ListOneUnclearedItem.
            MOVE RC-Date-Tbl(ReconIdx) TO RD-Date
            IF RCMoneyIn(ReconIdx)
                MOVE "IN " TO RD-Direction
                ADD RC-Amount-Tbl(ReconIdx) TO WS-Side-In
            ELSE
                MOVE "OUT" TO RD-Direction
                ADD RC-Amount-Tbl(ReconIdx) TO WS-Side-Out
            END-IF
            MOVE RC-Amount-Tbl(ReconIdx)    TO RD-Amount
            MOVE RC-Reference-Tbl(ReconIdx) TO RD-Reference
            IF RCStatementItem(ReconIdx)
                MOVE RC-Narrative-Tbl(ReconIdx) TO RD-Detail
            ELSE
                MOVE RC-Source-Tbl(ReconIdx)    TO RD-Detail
            END-IF
            MOVE ZERO TO WS-Gap-Days
            IF RC-Date-Tbl(ReconIdx) < WS-Business-Date
                MOVE WS-Business-Date      TO WS-Gap-Date-A
                MOVE RC-Date-Tbl(ReconIdx) TO WS-Gap-Date-B
                PERFORM ComputeGapDays
            END-IF
            MOVE WS-Gap-Days TO RD-Age
            MOVE SPACES TO RD-Flag
            IF WS-Gap-Days > WS-Stale-Days
                MOVE "*** OVER 30 DAYS" TO RD-Flag
                ADD 1 TO WS-Side-Stale
                ADD 1 TO WS-Stale-Total
            END-IF
            ADD 1 TO WS-Side-Count
            MOVE WS-Report-Detail-Line TO ShowReport
            WRITE ShowReport.

      * Statement balance, plus book receipts the bank has not yet
      * credited, less book payments it has not yet paid, less
      * bank credits and plus bank debits not yet in the book,
      * should come to the book balance - anything left is the
      * difference to chase.
       WriteReconSummary.
            COMPUTE WS-Adjusted-Balance =
                WS-Stmt-Balance + WS-Book-Unclr-In - WS-Book-Unclr-Out
                - WS-Stmt-Unclr-In + WS-Stmt-Unclr-Out
            COMPUTE WS-Difference =
                WS-Book-Balance - WS-Adjusted-Balance
            MOVE WS-Report-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE "BALANCE PER STATEMENT" TO RS-Label
            MOVE WS-Stmt-Balance TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "ADD   BOOK RECEIPTS NOT YET ON STATEMENT" TO RS-Label
            MOVE WS-Book-Unclr-In TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "LESS  BOOK PAYMENTS NOT YET ON STATEMENT" TO RS-Label
            MOVE WS-Book-Unclr-Out TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "LESS  STATEMENT CREDITS NOT IN BOOK" TO RS-Label
            MOVE WS-Stmt-Unclr-In TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "ADD   STATEMENT DEBITS NOT IN BOOK" TO RS-Label
            MOVE WS-Stmt-Unclr-Out TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "ADJUSTED STATEMENT BALANCE" TO RS-Label
            MOVE WS-Adjusted-Balance TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "BALANCE PER BOOK" TO RS-Label
            MOVE WS-Book-Balance TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE "UNEXPLAINED DIFFERENCE" TO RS-Label
            MOVE WS-Difference TO RS-Amount
            PERFORM WriteSummaryLine
            MOVE WS-Report-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Pairs-Matched TO RM-Pairs
            MOVE WS-Report-Matched-Line TO ShowReport
            WRITE ShowReport.

       WriteSummaryLine.
            MOVE WS-Report-Summary-Line TO ShowReport
            WRITE ShowReport.

      * No BANKREC.DAT yet (a "35" status) - no statement lines
      * taken, so every book line picked up stays uncleared.
       LoadReconTable.
            OPEN INPUT ReconFile
            IF WS-Recon-Status NOT = "00"
                SET EndOfReconFile TO TRUE
            ELSE
                READ ReconFile
                    AT END SET EndOfReconFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfReconFile
                SET ReconIdx TO ReconTableCount
                SET ReconIdx UP BY 1
                SET ReconTableCount TO ReconIdx
                MOVE BRC-Side       TO RC-Side-Tbl(ReconIdx)
                MOVE BRC-Item-Date  TO RC-Date-Tbl(ReconIdx)
                MOVE BRC-Direction  TO RC-Direction-Tbl(ReconIdx)
                MOVE BRC-Amount     TO RC-Amount-Tbl(ReconIdx)
                MOVE BRC-Reference  TO RC-Reference-Tbl(ReconIdx)
                MOVE BRC-Source     TO RC-Source-Tbl(ReconIdx)
                MOVE BRC-Narrative  TO RC-Narrative-Tbl(ReconIdx)
                MOVE BRC-Status     TO RC-Status-Tbl(ReconIdx)
                MOVE BRC-Match-No   TO RC-Match-No-Tbl(ReconIdx)
                MOVE BRC-Match-Date TO RC-Match-Date-Tbl(ReconIdx)
                READ ReconFile
                    AT END SET EndOfReconFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Recon-Status NOT = "35"
                CLOSE ReconFile
            END-IF.

      * Uncleared items always go back; a matched pair goes back
      * until it is a year past its match.
       StoreReconTable.
            OPEN OUTPUT ReconFile
            PERFORM VARYING ReconIdx FROM 1 BY 1
                    UNTIL ReconIdx > ReconTableCount
                MOVE ZERO TO WS-Gap-Days
                IF NOT RCUncleared(ReconIdx)
                    MOVE WS-Business-Date TO WS-Gap-Date-A
                    MOVE RC-Match-Date-Tbl(ReconIdx) TO WS-Gap-Date-B
                    PERFORM ComputeGapDays
                END-IF
                IF WS-Gap-Days > WS-Keep-Matched-Days
                    ADD 1 TO WS-Matched-Dropped
                ELSE
                    PERFORM WriteOneReconItem
                END-IF
            END-PERFORM
            CLOSE ReconFile.

       WriteOneReconItem.
            MOVE SPACES TO BankReconRecord
            MOVE RC-Side-Tbl(ReconIdx)       TO BRC-Side
            MOVE RC-Date-Tbl(ReconIdx)       TO BRC-Item-Date
            MOVE RC-Direction-Tbl(ReconIdx)  TO BRC-Direction
            MOVE RC-Amount-Tbl(ReconIdx)     TO BRC-Amount
            MOVE RC-Reference-Tbl(ReconIdx)  TO BRC-Reference
            MOVE RC-Source-Tbl(ReconIdx)     TO BRC-Source
            MOVE RC-Narrative-Tbl(ReconIdx)  TO BRC-Narrative
            MOVE RC-Status-Tbl(ReconIdx)     TO BRC-Status
            MOVE RC-Match-No-Tbl(ReconIdx)   TO BRC-Match-No
            MOVE RC-Match-Date-Tbl(ReconIdx) TO BRC-Match-Date
            WRITE BankReconRecord.

       ReadBankControl.
            OPEN INPUT ControlFile
            IF WS-Control-Status = "00"
                READ ControlFile
                    AT END CONTINUE
                    NOT AT END
                        SET ControlFileOnHand TO TRUE
                        MOVE BankControlRecord TO WS-Control-Image
                        MOVE BCT-Stmt-Date     TO WS-Stmt-Date
                        MOVE BCT-Stmt-Balance  TO WS-Stmt-Balance
                        MOVE BCT-Book-Through  TO WS-Pick-From
                        MOVE BCT-Book-Balance  TO WS-Book-Balance
                        MOVE BCT-Paybank-Date  TO WS-Paybank-Date
                        MOVE BCT-Paybank-Count TO WS-Paybank-Count
                        MOVE BCT-Paybank-Total TO WS-Paybank-Total
                        MOVE BCT-Last-Match-No TO WS-Next-Match-No
                        IF BCT-Journal-Taken NUMERIC
                            MOVE BCT-Journal-Taken-Num
                                TO WS-Journal-Taken
                            SET JournalMarkKept TO TRUE
                        END-IF
                        IF BCT-History-Taken NUMERIC
                            MOVE BCT-History-Taken-Num
                                TO WS-History-Taken
                            SET HistoryMarkKept TO TRUE
                        END-IF
                END-READ
                CLOSE ControlFile
            END-IF.

      * The statement fields belong to BankStmtImport and go back
      * as read.
       StoreBankControl.
            OPEN OUTPUT ControlFile
            MOVE WS-Control-Image TO BankControlRecord
            MOVE WS-Pick-Through  TO BCT-Book-Through
            MOVE WS-Book-Balance  TO BCT-Book-Balance
            MOVE WS-Paybank-Date  TO BCT-Paybank-Date
            MOVE WS-Paybank-Count TO BCT-Paybank-Count
            MOVE WS-Paybank-Total TO BCT-Paybank-Total
            MOVE WS-Next-Match-No TO BCT-Last-Match-No
            MOVE WS-Business-Date TO BCT-Last-Recon-Date
            MOVE WS-Journal-Taken TO BCT-Journal-Taken-Num
            MOVE WS-History-Taken TO BCT-History-Taken-Num
            WRITE BankControlRecord
            CLOSE ControlFile.

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

       END PROGRAM BankRecon.
