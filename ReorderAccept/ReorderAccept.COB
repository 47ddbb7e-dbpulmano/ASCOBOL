      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderAccept.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProposalFile ASSIGN "REORDPRP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Proposal-Status.

           SELECT ProposalWorkFile ASSIGN "REORDWRK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InventoryFile ASSIGN "INVENTRY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Inventory-Status.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ProposalFile.
           COPY REORDPRP.

       FD  ProposalWorkFile.
       01  ProposalWorkRecord      PIC X(58).

       FD  InventoryFile.
           COPY INVENTRY.

       FD  AuditFile.
           COPY AUDITREC.

       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-Proposal-Status      PIC XX      VALUE SPACES.
       01  WS-Inventory-Status     PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  WS-Proposal-EOF-Switch  PIC X       VALUE "N".
           88 EndOfProposalFile                VALUE "Y".
       01  WS-Work-EOF-Switch      PIC X       VALUE "N".
           88 EndOfWorkFile                    VALUE "Y".
       01  WS-Inventory-EOF-Switch PIC X       VALUE "N".
           88 EndOfInventoryFile               VALUE "Y".

       01  KeyedReply              PIC X       VALUE SPACE.
           88 AcceptWanted                     VALUE "A".
           88 RejectWanted                     VALUE "R".
           88 KeepWanted                       VALUE SPACE "K".

      * The stock book rides in this table for the run and stores
      * back to INVENTRY.DAT at end if anything was accepted.
       01  StockTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  StockTable.
           02 StockEntry           OCCURS 1 TO 300 TIMES
                                    DEPENDING ON StockTableCount
                                    INDEXED BY StockIdx.
               03 SK-Product-Tbl   PIC X.
               03 SK-Size-Tbl      PIC 9.
               03 SK-On-Hand-Tbl   PIC S9(5).
               03 SK-Reorder-Tbl   PIC 9(5).
               03 SK-Order-Qty-Tbl PIC 9(5).
       01  WS-Stock-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.
       01  WS-Audit-Item.
           02 WS-Audit-Product     PIC X.
           02 WS-Audit-Size        PIC 9.
           02 FILLER               PIC X(2)    VALUE SPACES.

       01  WS-Avg-Edit             PIC ZZZZ9.9.

       01  WS-Run-Totals.
           02 WS-Proposals-Read    PIC 9(5)    VALUE ZERO.
           02 WS-Accepted          PIC 9(5)    VALUE ZERO.
           02 WS-Rejected          PIC 9(5)    VALUE ZERO.
           02 WS-Still-Pending     PIC 9(5)    VALUE ZERO.
           02 WS-Stale             PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      * The operator's pass over ReorderReview's proposals - each
      * shows on the terminal with the figures behind it and the
      * operator keys A to set the new reorder level and order
      * quantity on INVENTRY.DAT, R to reject it, or anything else
      * to leave it for another day. Accepted and rejected lines
      * are both audited. A proposal whose stock line has gone, or
      * whose level or quantity was changed since the review, is
      * dropped unasked - the next review works it out afresh.
            PERFORM GetOperatorId
            PERFORM LoadStockTable
            OPEN EXTEND AuditFile
            OPEN INPUT ProposalFile
            OPEN OUTPUT ProposalWorkFile
            IF WS-Proposal-Status NOT = "00"
                SET EndOfProposalFile TO TRUE
            ELSE
                READ ProposalFile
                    AT END SET EndOfProposalFile TO TRUE
                END-READ
            END-IF
            PERFORM ReviewOneProposal UNTIL EndOfProposalFile
            IF WS-Proposal-Status NOT = "35"
                CLOSE ProposalFile
            END-IF
            CLOSE ProposalWorkFile
            CLOSE AuditFile

            IF WS-Proposal-Status NOT = "35"
                PERFORM CopyPendingBack
            END-IF
            IF WS-Accepted > ZERO
                PERFORM StoreStockTable
            END-IF

            DISPLAY "ReorderAccept - Control Report"
            DISPLAY "Proposals reviewed   : " WS-Proposals-Read
            DISPLAY "Accepted             : " WS-Accepted
            DISPLAY "Rejected             : " WS-Rejected
            DISPLAY "Left pending         : " WS-Still-Pending
            DISPLAY "Dropped - out of date: " WS-Stale
            STOP RUN.

       ReviewOneProposal.
            ADD 1 TO WS-Proposals-Read
            PERFORM LocateStockEntry
            IF WS-Stock-Sub = ZERO
                DISPLAY "DROPPED: product " ROP-Product-Id
                    " size " ROP-Unit-Size
                    " - no longer on the stock book"
                ADD 1 TO WS-Stale
            ELSE
                IF SK-Reorder-Tbl(WS-Stock-Sub) NOT = ROP-Cur-Level
                   OR SK-Order-Qty-Tbl(WS-Stock-Sub) NOT =
                      ROP-Cur-Order-Qty
                    DISPLAY "DROPPED: product " ROP-Product-Id
                        " size " ROP-Unit-Size
                        " - level changed since the review"
                    ADD 1 TO WS-Stale
                ELSE
                    PERFORM PutProposalToOperator
                END-IF
            END-IF
            READ ProposalFile
                AT END SET EndOfProposalFile TO TRUE
            END-READ.

       PutProposalToOperator.
            MOVE ROP-Avg-Demand TO WS-Avg-Edit
            DISPLAY "PROPOSAL: product " ROP-Product-Id
                " size " ROP-Unit-Size
                " level " ROP-Cur-Level " to " ROP-New-Level
                " order qty " ROP-Cur-Order-Qty
                " to " ROP-New-Order-Qty
            DISPLAY "          average " WS-Avg-Edit
                " peak " ROP-Peak-Demand " per period, supplier "
                ROP-Supplier-Id " lead " ROP-Lead-Days " days"
            DISPLAY "A=accept R=reject other=keep: "
                WITH NO ADVANCING
            MOVE SPACE TO KeyedReply
            ACCEPT KeyedReply
            PERFORM BuildInventoryImage
            MOVE InventoryRecord TO AUD-Before-Image
            EVALUATE TRUE
                WHEN AcceptWanted
                    MOVE ROP-New-Level
                        TO SK-Reorder-Tbl(WS-Stock-Sub)
                    MOVE ROP-New-Order-Qty
                        TO SK-Order-Qty-Tbl(WS-Stock-Sub)
                    PERFORM BuildInventoryImage
                    MOVE InventoryRecord TO AUD-After-Image
                    MOVE "REORDER ACCEPT" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Accepted
                WHEN RejectWanted
                    MOVE InventoryRecord TO AUD-After-Image
                    MOVE "REORDER REJECT" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Rejected
                WHEN OTHER
                    MOVE ReorderProposalRecord TO ProposalWorkRecord
                    WRITE ProposalWorkRecord
                    ADD 1 TO WS-Still-Pending
            END-EVALUATE.

       BuildInventoryImage.
            MOVE SPACES TO InventoryRecord
            MOVE SK-Product-Tbl(WS-Stock-Sub)   TO IN-Product-Id
            MOVE SK-Size-Tbl(WS-Stock-Sub)      TO IN-Unit-Size
            MOVE SK-On-Hand-Tbl(WS-Stock-Sub)   TO IN-On-Hand
            MOVE SK-Reorder-Tbl(WS-Stock-Sub)   TO IN-Reorder-Level
            MOVE SK-Order-Qty-Tbl(WS-Stock-Sub) TO IN-Order-Qty.

       CopyPendingBack.
            MOVE "N" TO WS-Work-EOF-Switch
            OPEN INPUT ProposalWorkFile
            OPEN OUTPUT ProposalFile
            READ ProposalWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfWorkFile
                MOVE ProposalWorkRecord TO ReorderProposalRecord
                WRITE ReorderProposalRecord
                READ ProposalWorkFile
                    AT END SET EndOfWorkFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE ProposalWorkFile
            CLOSE ProposalFile.

       LoadStockTable.
            OPEN INPUT InventoryFile
            IF WS-Inventory-Status NOT = "00"
                SET EndOfInventoryFile TO TRUE
            ELSE
                READ InventoryFile
                    AT END SET EndOfInventoryFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfInventoryFile
                SET StockIdx TO StockTableCount
                SET StockIdx UP BY 1
                SET StockTableCount TO StockIdx
                MOVE IN-Product-Id    TO SK-Product-Tbl(StockIdx)
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
            END-PERFORM
            IF WS-Inventory-Status NOT = "35"
                CLOSE InventoryFile
            END-IF.

       LocateStockEntry.
            MOVE ZERO TO WS-Stock-Sub
            IF StockTableCount > ZERO
                SET StockIdx TO 1
                SEARCH StockEntry
                   AT END MOVE ZERO TO WS-Stock-Sub
                   WHEN SK-Product-Tbl(StockIdx) = ROP-Product-Id
                        AND SK-Size-Tbl(StockIdx) = ROP-Unit-Size
                        SET WS-Stock-Sub TO StockIdx
                END-SEARCH
            END-IF.

       StoreStockTable.
            OPEN OUTPUT InventoryFile
            PERFORM VARYING StockIdx FROM 1 BY 1
                    UNTIL StockIdx > StockTableCount
                MOVE SK-Product-Tbl(StockIdx) TO IN-Product-Id
                MOVE SK-Size-Tbl(StockIdx)    TO IN-Unit-Size
                MOVE SK-On-Hand-Tbl(StockIdx) TO IN-On-Hand
                MOVE SK-Reorder-Tbl(StockIdx) TO IN-Reorder-Level
                MOVE SK-Order-Qty-Tbl(StockIdx) TO IN-Order-Qty
                WRITE InventoryRecord
            END-PERFORM
            CLOSE InventoryFile.

      * The stock line rides the before and after images; the
      * product and size stand in the course-code columns.
       WriteAuditRecord.
            MOVE ROP-Product-Id     TO WS-Audit-Product
            MOVE ROP-Unit-Size      TO WS-Audit-Size
            MOVE "REORDACCPT"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE WS-Audit-Item      TO AUD-Before-CourseCode
            MOVE WS-Audit-Item      TO AUD-After-CourseCode
            MOVE WS-Operator-Id     TO AUD-Approved-By
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

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

       END PROGRAM ReorderAccept.
