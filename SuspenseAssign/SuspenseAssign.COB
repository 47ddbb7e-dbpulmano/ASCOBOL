      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseAssign.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspenseFile ASSIGN "REMSUSP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suspense-Status.

      * Read by key - money is only put to a student on file.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

      * Read by key - or to a customer on file.
           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

      * Passed for each id keyed - or to a sponsor on file,
           SELECT SponsorFile ASSIGN "SPONSOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sponsor-Status.

      * walked by the sponsor key for an invoice still open
      * for the cheque to pay.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuspenseFile.
           COPY REMSUSP.

       FD  StudentFile.
           COPY STUDMAS.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  SponsorFile.
           COPY SPONSOR.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-Suspense-Status      PIC XX      VALUE SPACES.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-Sponsor-Status       PIC XX      VALUE SPACES.
       01  WS-SponInv-Status       PIC XX      VALUE SPACES.
       01  WS-Sponsor-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSponsorFile                 VALUE "Y".
       01  WS-SponInv-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSponsorInvWalk              VALUE "Y".
       01  WS-Suspense-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSuspenseFile                VALUE "Y".

       01  WS-Student-File-Sw      PIC X       VALUE "N".
           88 StudentFileOnHand                VALUE "Y".
       01  WS-Customer-File-Sw     PIC X       VALUE "N".
           88 CustomerFileOnHand               VALUE "Y".
       01  WS-SponInv-File-Sw      PIC X       VALUE "N".
           88 SponsorInvFileOnHand             VALUE "Y".
       01  WS-Sponsor-Open-Sw      PIC X       VALUE "N".
           88 SponsorHasOpenInvoice            VALUE "Y".
       01  WS-Party-Found-Sw       PIC X       VALUE "N".
           88 PartyOnFile                      VALUE "Y".

       01  SuspenseTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SuspenseTable.
           02 SuspenseEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON SuspenseTableCount
                                    INDEXED BY SuspIdx.
               03 SU-Record-Tbl    PIC X(96).
       01  WS-Susp-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  KeyedLedger             PIC X       VALUE SPACE.
           88 AssignStudentWanted              VALUE "T".
           88 AssignCustomerWanted             VALUE "S".
           88 AssignSponsorWanted              VALUE "P".
       01  KeyedPartyId            PIC X(7)    VALUE SPACES.
       01  WS-Party-Id-Num         PIC 9(7)    VALUE ZERO.
       01  WS-Sponsor-Id-Num       PIC 9(5)    VALUE ZERO.
       01  WS-Today                PIC 9(8)    VALUE ZERO.
       01  WS-Amount-Edit          PIC Z,ZZZ,ZZ9.99.

       01  WS-Run-Totals.
           02 WS-Items-Reviewed    PIC 9(5)    VALUE ZERO.
           02 WS-Items-Assigned    PIC 9(5)    VALUE ZERO.
           02 WS-Items-Left        PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The payments RemitImport could not place - each unassigned
      * item shows on the terminal with what the bank sent, and the
      * operator keys T and a student id, P and a sponsor id or S
      * and a customer id to put the money where it belongs,
      * anything else to leave it. An assignment only marks the
      * item; the next RemitImport feeds it to TuitionPayments (a
      * sponsor's as a sponsor cheque) or SalesReceipts, once.
            PERFORM GetOperatorId
            ACCEPT WS-Today FROM DATE YYYYMMDD
            PERFORM LoadSuspenseTable

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF
            OPEN INPUT SponsorInvoiceFile
            IF WS-SponInv-Status = "00"
                SET SponsorInvFileOnHand TO TRUE
            END-IF
            OPEN EXTEND AuditFile

            PERFORM VARYING WS-Susp-Sub FROM 1 BY 1
                    UNTIL WS-Susp-Sub > SuspenseTableCount
                MOVE SU-Record-Tbl(WS-Susp-Sub) TO RemitSuspenseRecord
                IF SuspenseUnassigned
                    PERFORM ReviewOneItem
                END-IF
            END-PERFORM

            CLOSE AuditFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF
            IF SponsorInvFileOnHand
                CLOSE SponsorInvoiceFile
            END-IF

            PERFORM StoreSuspenseTable

            DISPLAY "SuspenseAssign - Control Report"
            DISPLAY "Items reviewed      : " WS-Items-Reviewed
            DISPLAY "Assigned this pass  : " WS-Items-Assigned
            DISPLAY "Left in suspense    : " WS-Items-Left
            STOP RUN.

       ReviewOneItem.
            ADD 1 TO WS-Items-Reviewed
            MOVE RSP-Amount TO WS-Amount-Edit
            DISPLAY "SUSPENSE: " RSP-Bank-Ref " " RSP-Date " "
                WS-Amount-Edit " REF " RSP-Reference
                " REASON " RSP-Reason
            DISPLAY "          PAYER " RSP-Payer
            DISPLAY "T=student P=sponsor S=customer other=leave: "
                WITH NO ADVANCING
            MOVE SPACE TO KeyedLedger
            ACCEPT KeyedLedger
            IF AssignStudentWanted OR AssignSponsorWanted
               OR AssignCustomerWanted
                PERFORM KeyOneAssignment
            ELSE
                ADD 1 TO WS-Items-Left
            END-IF.

      * The tuition payments layout carries five figures - a larger
      * sum has to be split by hand before it can go to a student
      * or a sponsor. A sponsor with nothing open would only have
      * its cheque rejected by TuitionPayments, so it stays here.
       KeyOneAssignment.
            EVALUATE TRUE
                WHEN AssignStudentWanted
                    DISPLAY "Student id: " WITH NO ADVANCING
                WHEN AssignSponsorWanted
                    DISPLAY "Sponsor id: " WITH NO ADVANCING
                WHEN OTHER
                    DISPLAY "Customer id: " WITH NO ADVANCING
            END-EVALUATE
            MOVE SPACES TO KeyedPartyId
            ACCEPT KeyedPartyId
            PERFORM CheckKeyedParty
            EVALUATE TRUE
                WHEN NOT PartyOnFile
                    DISPLAY "*** NOT ON FILE - LEFT IN SUSPENSE"
                    ADD 1 TO WS-Items-Left
                WHEN AssignSponsorWanted
                     AND NOT SponsorHasOpenInvoice
                    DISPLAY "*** NO OPEN SPONSOR INVOICE"
                        " - LEFT IN SUSPENSE"
                    ADD 1 TO WS-Items-Left
                WHEN (AssignStudentWanted OR AssignSponsorWanted)
                     AND RSP-Amount > 99999.99
                    DISPLAY "*** TOO LARGE FOR ONE TUITION PAYMENT"
                        " - LEFT IN SUSPENSE"
                    ADD 1 TO WS-Items-Left
                WHEN OTHER
                    SET SuspenseAssigned TO TRUE
                    MOVE KeyedLedger     TO RSP-Ledger
                    MOVE WS-Party-Id-Num TO RSP-Party-Id
                    MOVE WS-Operator-Id  TO RSP-Assigned-By
                    MOVE WS-Today        TO RSP-Assigned-Date
                    MOVE RemitSuspenseRecord
                        TO SU-Record-Tbl(WS-Susp-Sub)
                    MOVE "ASSIGN SUSPENSE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Items-Assigned
            END-EVALUATE.

      * A sponsor or customer id is five digits, keyed
      * left-justified.
       CheckKeyedParty.
            MOVE "N" TO WS-Party-Found-Sw
            MOVE "N" TO WS-Sponsor-Open-Sw
            MOVE ZERO TO WS-Party-Id-Num
            EVALUATE TRUE
                WHEN AssignStudentWanted
                     AND KeyedPartyId NUMERIC
                     AND StudentFileOnHand
                    MOVE KeyedPartyId TO StudentId
                    READ StudentFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SET PartyOnFile TO TRUE
                    END-READ
                    MOVE StudentId TO WS-Party-Id-Num
                WHEN AssignCustomerWanted
                     AND KeyedPartyId(1:5) NUMERIC
                     AND KeyedPartyId(6:2) = SPACES
                     AND CustomerFileOnHand
                    MOVE KeyedPartyId(1:5) TO CM-Cus-Id
                    READ CustomerFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SET PartyOnFile TO TRUE
                    END-READ
                    MOVE CM-Cus-Id TO WS-Party-Id-Num
                WHEN AssignSponsorWanted
                     AND KeyedPartyId(1:5) NUMERIC
                     AND KeyedPartyId(6:2) = SPACES
                    MOVE KeyedPartyId(1:5) TO WS-Sponsor-Id-Num
                    MOVE WS-Sponsor-Id-Num TO WS-Party-Id-Num
                    PERFORM FindSponsor
                    IF PartyOnFile
                        PERFORM CheckSponsorOpenInvoice
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * SPONSOR.DAT is a sequential file, passed for each id keyed;
      * no file (a "35" status) means no sponsor is on file.
       FindSponsor.
            MOVE "N" TO WS-Sponsor-EOF-Switch
            OPEN INPUT SponsorFile
            IF WS-Sponsor-Status NOT = "00"
                SET EndOfSponsorFile TO TRUE
            END-IF
            PERFORM UNTIL EndOfSponsorFile OR PartyOnFile
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                    NOT AT END
                        IF SPN-Sponsor-Id = WS-Sponsor-Id-Num
                            SET PartyOnFile TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-Sponsor-Status NOT = "35"
                CLOSE SponsorFile
            END-IF.

      * The walk ends at the first invoice keyed to somebody else.
       CheckSponsorOpenInvoice.
            MOVE "N" TO WS-SponInv-EOF-Switch
            IF NOT SponsorInvFileOnHand
                SET EndOfSponsorInvWalk TO TRUE
            ELSE
                MOVE WS-Sponsor-Id-Num TO SIV-Sponsor-Id
                START SponsorInvoiceFile
                    KEY IS NOT LESS THAN SIV-Sponsor-Id
                    INVALID KEY SET EndOfSponsorInvWalk TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfSponsorInvWalk
                    OR SponsorHasOpenInvoice
                READ SponsorInvoiceFile NEXT RECORD
                    AT END SET EndOfSponsorInvWalk TO TRUE
                    NOT AT END
                        IF SIV-Sponsor-Id NOT = WS-Sponsor-Id-Num
                            SET EndOfSponsorInvWalk TO TRUE
                        ELSE
                            IF SponsorInvoiceOpen
                                SET SponsorHasOpenInvoice TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

      * No REMSUSP.DAT (a "35" status) - nothing is in suspense.
       LoadSuspenseTable.
            OPEN INPUT SuspenseFile
            IF WS-Suspense-Status NOT = "00"
                SET EndOfSuspenseFile TO TRUE
                DISPLAY "SuspenseAssign - REMSUSP.DAT NOT FOUND - "
                    "NOTHING TO ASSIGN"
            ELSE
                READ SuspenseFile
                    AT END SET EndOfSuspenseFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuspenseFile
                SET SuspIdx TO SuspenseTableCount
                SET SuspIdx UP BY 1
                SET SuspenseTableCount TO SuspIdx
                MOVE RemitSuspenseRecord TO SU-Record-Tbl(SuspIdx)
                READ SuspenseFile
                    AT END SET EndOfSuspenseFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suspense-Status NOT = "35"
                CLOSE SuspenseFile
            END-IF.

      * Nothing is written back when there was no file to read.
       StoreSuspenseTable.
            IF SuspenseTableCount > ZERO
                OPEN OUTPUT SuspenseFile
                PERFORM VARYING SuspIdx FROM 1 BY 1
                        UNTIL SuspIdx > SuspenseTableCount
                    MOVE SU-Record-Tbl(SuspIdx) TO RemitSuspenseRecord
                    WRITE RemitSuspenseRecord
                END-PERFORM
                CLOSE SuspenseFile
            END-IF.

      * An assignment never touches the master record, so the
      * images stay blank and a backout run leaves the line alone;
      * the StudentId column carries the student, sponsor or
      * customer the money was put to.
       WriteAuditRecord.
            MOVE "SUSPASSIGN"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE WS-Party-Id-Num    TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
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

       END PROGRAM SuspenseAssign.
