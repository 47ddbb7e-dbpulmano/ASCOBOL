      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCollect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MandateFile ASSIGN "MANDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Mandate-Status.

      * The installment agreements PlanMaint keeps - every open
      * installment due by the business date is drawn, and marked
      * in collection so a rerun cannot draw it twice.
           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

      * Read only - an installment is only drawn against an invoice
      * still open; a paid or written-off one is left alone.
           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

      * Read by key for the name on the proof.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

      * The fixed-format file that goes to the bank - one collection
      * record per installment and a batch control trailer whose
      * count and total must match the proof.
           SELECT CollectFile ASSIGN "DDCOLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The proof the supervisor signs before the file leaves the
      * building.
           SELECT ProofFile ASSIGN "DDPROOF.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MandateFile.
           COPY MANDATE.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  StudentFile.
           COPY STUDMAS.

       FD  BusinessDateFile.
           COPY BUSDATE.

      * The student, course and sequence ride on each collection so
      * the bank's returns file can name the installment it sends
      * back.
       FD  CollectFile.
       01  CollectRecord.
           02 DC-Record-Type       PIC X.
               88 CollectionRec            VALUE "C".
               88 CollectTrailerRec        VALUE "T".
           02 DC-Sort-Code         PIC 9(6).
           02 DC-Account-No        PIC 9(8).
           02 DC-Reference         PIC X(18).
           02 DC-StudentId         PIC 9(7).
           02 DC-CourseCode        PIC X(4).
           02 DC-Seq               PIC 9(2).
           02 DC-Amount            PIC 9(7)V99.
           02 FILLER               PIC X(5)    VALUE SPACES.

       01  CollectTrailerRecord REDEFINES CollectRecord.
           02 CT-Record-Type       PIC X.
           02 CT-Count             PIC 9(7).
           02 CT-Total             PIC 9(10)V99.
           02 CT-Collect-Date      PIC 9(8).
           02 FILLER               PIC X(32).

       FD  ProofFile.
       01  ShowProof                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Mandate-Status       PIC XX      VALUE SPACES.
       01  WS-Plan-Status          PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Mandate-EOF-Switch   PIC X       VALUE "N".
           88 EndOfMandateFile                 VALUE "Y".
       01  WS-Plan-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPlanFile                    VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceFile                 VALUE "Y".

       01  WS-Plan-File-Found-Sw   PIC X       VALUE "N".
           88 PlanFileOnHand                   VALUE "Y".
       01  WS-Student-File-Sw      PIC X       VALUE "N".
           88 StudentFileOnHand                VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * The mandates off MANDATE.DAT - only an active one is drawn
      * on, the rest show on the proof as not collected.
       01  MandateTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  MandateTable.
           02 MandateEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON MandateTableCount
                                    INDEXED BY MandateIdx.
               03 MD-StudentId-Tbl PIC 9(7).
               03 MD-Sort-Tbl      PIC 9(6).
               03 MD-Account-Tbl   PIC 9(8).
               03 MD-Reference-Tbl PIC X(18).
               03 MD-Status-Tbl    PIC X.
                   88 MandateEntryActive    VALUE "A".
                   88 MandateEntrySuspended VALUE "S".

       01  PlanTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  PlanTable.
           02 PlanEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON PlanTableCount
                                    INDEXED BY PlanIdx.
               03 PL-StudentId-Tbl PIC 9(7).
               03 PL-CourseCode-Tbl PIC X(4).
               03 PL-Seq-Tbl       PIC 9(2).
               03 PL-DueDate-Tbl   PIC 9(8).
               03 PL-Amount-Tbl    PIC 9(5)V99.
               03 PL-Status-Tbl    PIC X.
                   88 PlanEntryOpen         VALUE "O".

       01  InvoiceTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  InvoiceTable.
           02 InvoiceEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON InvoiceTableCount
                                    INDEXED BY InvIdx.
               03 IV-StudentId-Tbl PIC 9(7).
               03 IV-CourseCode-Tbl PIC X(4).
               03 IV-Status-Tbl    PIC X.

       01  WS-Mandate-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Invoice-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Plan-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Installs-Due      PIC 9(5)    VALUE ZERO.
           02 WS-Collections       PIC 9(5)    VALUE ZERO.
           02 WS-Not-Active        PIC 9(5)    VALUE ZERO.
           02 WS-Invoice-Not-Open  PIC 9(5)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Collected,
                               MONEY-EDIT  BY WS-Total-Collected-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Proof-Title-Line      PIC X(80)   VALUE
           "DIRECT-DEBIT COLLECTION PROOF LISTING".

       01  WS-Proof-Date-Line.
           02 FILLER                PIC X(17)   VALUE
              "COLLECTION DATE: ".
           02 PD-Collect-Date       PIC 9(8).
           02 FILLER                PIC X(55)   VALUE SPACES.

       01  WS-Proof-Detail-Line.
           02 PR-StudentId          PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-Name               PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE "/".
           02 PR-Seq                PIC 9(2).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-Sort-Code          PIC 9(6).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-Account            PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-Reference          PIC X(18).
           02 FILLER                PIC X       VALUE SPACE.
           02 PR-Amount             PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(11)   VALUE SPACES.

       01  WS-Proof-Except-Line.
           02 EX-StudentId          PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 EX-Name               PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 EX-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE "/".
           02 EX-Seq                PIC 9(2).
           02 FILLER                PIC X       VALUE SPACE.
           02 EX-Reason             PIC X(40).
           02 FILLER                PIC X(15)   VALUE SPACES.

       01  WS-Proof-Total-Line.
           02 FILLER                PIC X(14)   VALUE
              "COLLECTIONS : ".
           02 PT-Count              PIC ZZZZ9.
           02 FILLER                PIC X(9)    VALUE "  TOTAL: ".
           02 PT-Total              PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(39)   VALUE SPACES.

       01  WS-Signature-Line        PIC X(80)   VALUE
           "APPROVED FOR RELEASE (SUPERVISOR): ______________________".

       PROCEDURE DIVISION.
       BEGIN.
      * Plan installments stop being chased one letter at a time -
      * every open installment falling due by the business date on
      * a student holding an active mandate is drawn from the bank:
      * one collection record each, a batch trailer carrying the
      * count and total, and a proof listing the supervisor signs
      * before the file goes, the same way BankTransfer sends the
      * payroll. A suspended or cancelled mandate, or an invoice no
      * longer open, is a proof exception line, never a silent
      * skip. Each installment drawn is marked in collection; the
      * money posts when it lands and DDReturns reopens any the
      * bank sends back.
            PERFORM GetBusinessDate
            PERFORM LoadMandateTable
            PERFORM LoadInvoiceTable
            PERFORM LoadPlanTable

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT CollectFile
            OPEN OUTPUT ProofFile
            MOVE WS-Proof-Title-Line TO ShowProof
            WRITE ShowProof
            MOVE WS-Business-Date TO PD-Collect-Date
            MOVE WS-Proof-Date-Line TO ShowProof
            WRITE ShowProof

            IF NOT PlanFileOnHand
                DISPLAY "DDCollect - PAYPLAN.DAT NOT ON HAND - "
                    "NOTHING TO COLLECT"
            END-IF
            PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                    UNTIL WS-Plan-Sub > PlanTableCount
                IF PlanEntryOpen(WS-Plan-Sub)
                   AND PL-DueDate-Tbl(WS-Plan-Sub) <= WS-Business-Date
                    PERFORM CollectOneInstallment
                END-IF
            END-PERFORM

            PERFORM WriteBatchTrailer
            CLOSE CollectFile

            MOVE WS-Collections      TO PT-Count
            MOVE WS-Total-Collected  TO PT-Total
            MOVE WS-Proof-Total-Line TO ShowProof
            WRITE ShowProof
            MOVE WS-Signature-Line TO ShowProof
            WRITE ShowProof
            CLOSE ProofFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF

            PERFORM StorePlanTable

            MOVE WS-Total-Collected TO WS-Total-Collected-Edit
            DISPLAY "DDCollect - Control Report"
            DISPLAY "Business date      : " WS-Business-Date
            DISPLAY "Installments due   : " WS-Installs-Due
            DISPLAY "Collections written: " WS-Collections
            DISPLAY "Mandate not active : " WS-Not-Active
            DISPLAY "Invoice not open   : " WS-Invoice-Not-Open
            DISPLAY "Batch total        : " WS-Total-Collected-Edit
            STOP RUN.

      * A student with no mandate at all pays some other way and is
      * none of this run's business - only a mandate that exists
      * but cannot be drawn on is worth a line on the proof.
       CollectOneInstallment.
            PERFORM LocateMandateEntry
            IF WS-Mandate-Sub > ZERO
                ADD 1 TO WS-Installs-Due
                PERFORM LocateOpenInvoice
                PERFORM GetStudentName
                EVALUATE TRUE
                    WHEN MandateEntrySuspended(WS-Mandate-Sub)
                        MOVE "*** MANDATE SUSPENDED - NOT COLLECTED"
                            TO EX-Reason
                        PERFORM WriteProofException
                        ADD 1 TO WS-Not-Active
                    WHEN NOT MandateEntryActive(WS-Mandate-Sub)
                        MOVE "*** MANDATE CANCELLED - NOT COLLECTED"
                            TO EX-Reason
                        PERFORM WriteProofException
                        ADD 1 TO WS-Not-Active
                    WHEN WS-Invoice-Sub = ZERO
                        MOVE "*** INVOICE NOT OPEN - NOT COLLECTED"
                            TO EX-Reason
                        PERFORM WriteProofException
                        ADD 1 TO WS-Invoice-Not-Open
                    WHEN OTHER
                        PERFORM WriteOneCollection
                END-EVALUATE
            END-IF.

       WriteOneCollection.
            MOVE SPACES TO CollectRecord
            SET CollectionRec TO TRUE
            MOVE MD-Sort-Tbl(WS-Mandate-Sub)      TO DC-Sort-Code
            MOVE MD-Account-Tbl(WS-Mandate-Sub)   TO DC-Account-No
            MOVE MD-Reference-Tbl(WS-Mandate-Sub) TO DC-Reference
            MOVE PL-StudentId-Tbl(WS-Plan-Sub)    TO DC-StudentId
            MOVE PL-CourseCode-Tbl(WS-Plan-Sub)   TO DC-CourseCode
            MOVE PL-Seq-Tbl(WS-Plan-Sub)          TO DC-Seq
            MOVE PL-Amount-Tbl(WS-Plan-Sub)       TO DC-Amount
            WRITE CollectRecord
            MOVE PL-StudentId-Tbl(WS-Plan-Sub)    TO PR-StudentId
            MOVE Surname                          TO PR-Name
            MOVE PL-CourseCode-Tbl(WS-Plan-Sub)   TO PR-CourseCode
            MOVE PL-Seq-Tbl(WS-Plan-Sub)          TO PR-Seq
            MOVE MD-Sort-Tbl(WS-Mandate-Sub)      TO PR-Sort-Code
            MOVE MD-Account-Tbl(WS-Mandate-Sub)   TO PR-Account
            MOVE MD-Reference-Tbl(WS-Mandate-Sub) TO PR-Reference
            MOVE PL-Amount-Tbl(WS-Plan-Sub)       TO PR-Amount
            MOVE WS-Proof-Detail-Line TO ShowProof
            WRITE ShowProof
            MOVE "C" TO PL-Status-Tbl(WS-Plan-Sub)
            ADD 1 TO WS-Collections
            ADD PL-Amount-Tbl(WS-Plan-Sub) TO WS-Total-Collected.

       WriteProofException.
            MOVE PL-StudentId-Tbl(WS-Plan-Sub)  TO EX-StudentId
            MOVE Surname                        TO EX-Name
            MOVE PL-CourseCode-Tbl(WS-Plan-Sub) TO EX-CourseCode
            MOVE PL-Seq-Tbl(WS-Plan-Sub)        TO EX-Seq
            MOVE WS-Proof-Except-Line TO ShowProof
            WRITE ShowProof.

       WriteBatchTrailer.
            MOVE SPACES TO CollectRecord
            MOVE "T" TO CT-Record-Type
            MOVE WS-Collections     TO CT-Count
            MOVE WS-Total-Collected TO CT-Total
            MOVE WS-Business-Date   TO CT-Collect-Date
            WRITE CollectRecord.

      * No STUDMAS.DAT, or a student gone from it, leaves the name
      * blank on the proof - the id still identifies the line.
       GetStudentName.
            MOVE SPACES TO Surname
            IF StudentFileOnHand
                MOVE PL-StudentId-Tbl(WS-Plan-Sub) TO StudentId
                READ StudentFile
                    INVALID KEY MOVE SPACES TO Surname
                END-READ
            END-IF.

       LocateMandateEntry.
            MOVE ZERO TO WS-Mandate-Sub
            IF MandateTableCount > ZERO
                SET MandateIdx TO 1
                SEARCH MandateEntry
                   AT END MOVE ZERO TO WS-Mandate-Sub
                   WHEN MD-StudentId-Tbl(MandateIdx) =
                        PL-StudentId-Tbl(WS-Plan-Sub)
                        SET WS-Mandate-Sub TO MandateIdx
                END-SEARCH
            END-IF.

       LocateOpenInvoice.
            MOVE ZERO TO WS-Invoice-Sub
            IF InvoiceTableCount > ZERO
                SET InvIdx TO 1
                SEARCH InvoiceEntry
                   AT END MOVE ZERO TO WS-Invoice-Sub
                   WHEN IV-StudentId-Tbl(InvIdx) =
                        PL-StudentId-Tbl(WS-Plan-Sub)
                        AND IV-CourseCode-Tbl(InvIdx) =
                            PL-CourseCode-Tbl(WS-Plan-Sub)
                        AND IV-Status-Tbl(InvIdx) = "O"
                        SET WS-Invoice-Sub TO InvIdx
                END-SEARCH
            END-IF.

      * No MANDATE.DAT yet (a "35" status) means nobody has signed a
      * mandate - the run writes an empty batch and a zero trailer.
       LoadMandateTable.
            OPEN INPUT MandateFile
            IF WS-Mandate-Status NOT = "00"
                SET EndOfMandateFile TO TRUE
            ELSE
                READ MandateFile
                    AT END SET EndOfMandateFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfMandateFile
                SET MandateIdx TO MandateTableCount
                SET MandateIdx UP BY 1
                SET MandateTableCount TO MandateIdx
                MOVE DDM-StudentId  TO MD-StudentId-Tbl(MandateIdx)
                MOVE DDM-Sort-Code  TO MD-Sort-Tbl(MandateIdx)
                MOVE DDM-Account-No TO MD-Account-Tbl(MandateIdx)
                MOVE DDM-Reference  TO MD-Reference-Tbl(MandateIdx)
                MOVE DDM-Status     TO MD-Status-Tbl(MandateIdx)
                READ MandateFile
                    AT END SET EndOfMandateFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Mandate-Status NOT = "35"
                CLOSE MandateFile
            END-IF.

      * No INVOICE.DAT yet (a "35" status) just means billing has
      * not run - every due installment then shows as not open.
       LoadInvoiceTable.
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                SET EndOfInvoiceFile TO TRUE
            ELSE
                MOVE ZERO TO INV-Number
                START InvoiceFile KEY IS NOT LESS THAN INV-Number
                    INVALID KEY SET EndOfInvoiceFile TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                READ InvoiceFile NEXT RECORD
                    AT END SET EndOfInvoiceFile TO TRUE
                    NOT AT END
                        SET InvIdx TO InvoiceTableCount
                        SET InvIdx UP BY 1
                        SET InvoiceTableCount TO InvIdx
                        MOVE INV-StudentId
                            TO IV-StudentId-Tbl(InvIdx)
                        MOVE INV-CourseCode
                            TO IV-CourseCode-Tbl(InvIdx)
                        MOVE INV-Status TO IV-Status-Tbl(InvIdx)
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF.

      * No PAYPLAN.DAT (a "35" status) - no plans, nothing to draw,
      * and nothing is written back.
       LoadPlanTable.
            MOVE "N" TO WS-Plan-File-Found-Sw
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                SET EndOfPlanFile TO TRUE
            ELSE
                SET PlanFileOnHand TO TRUE
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPlanFile
                SET PlanIdx TO PlanTableCount
                SET PlanIdx UP BY 1
                SET PlanTableCount TO PlanIdx
                MOVE PLN-StudentId  TO PL-StudentId-Tbl(PlanIdx)
                MOVE PLN-CourseCode TO PL-CourseCode-Tbl(PlanIdx)
                MOVE PLN-Seq        TO PL-Seq-Tbl(PlanIdx)
                MOVE PLN-Due-Date   TO PL-DueDate-Tbl(PlanIdx)
                MOVE PLN-Amount     TO PL-Amount-Tbl(PlanIdx)
                MOVE PLN-Status     TO PL-Status-Tbl(PlanIdx)
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

       StorePlanTable.
            IF PlanFileOnHand
                OPEN OUTPUT PlanFile
                PERFORM VARYING PlanIdx FROM 1 BY 1
                        UNTIL PlanIdx > PlanTableCount
                    MOVE PL-StudentId-Tbl(PlanIdx)  TO PLN-StudentId
                    MOVE PL-CourseCode-Tbl(PlanIdx)
                        TO PLN-CourseCode
                    MOVE PL-Seq-Tbl(PlanIdx)        TO PLN-Seq
                    MOVE PL-DueDate-Tbl(PlanIdx)    TO PLN-Due-Date
                    MOVE PL-Amount-Tbl(PlanIdx)     TO PLN-Amount
                    MOVE PL-Status-Tbl(PlanIdx)     TO PLN-Status
                    WRITE PaymentPlanRecord
                END-PERFORM
                CLOSE PlanFile
            END-IF.

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

       END PROGRAM DDCollect.
