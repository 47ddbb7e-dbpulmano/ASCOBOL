      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN "SPONSOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Sponsor-Status.

           SELECT SponsorLinkFile ASSIGN "SPONLINK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Link-Status.

      * Read only - a sponsor with open invoices cannot be deleted.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

      * Read by key - a link is only made to a student on file.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

           SELECT TransFile ASSIGN "TRANSSPN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "SPONEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SponsorFile.
           COPY SPONSOR.

       FD  SponsorLinkFile.
           COPY SPONLINK.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  StudentFile.
           COPY STUDMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers both files - TransType-P says
      * whether the line is about the sponsor itself (S) or a
      * student's link to it (L), and TransCode-P adds, changes or
      * deletes. A change carries only the fields keyed.
       FD  TransFile.
       01  TransRecord.
           02 TransType-P          PIC X.
               88 SponsorTrans             VALUE "S".
               88 LinkTrans                VALUE "L".
           02 TransCode-P          PIC X.
               88 AddTrans                 VALUE "A".
               88 ChangeTrans              VALUE "C".
               88 DeleteTrans              VALUE "D".
           02 Sponsor-Id-P         PIC X(5).
           02 TransBody-P          PIC X(109).
           02 SponsorBody-P REDEFINES TransBody-P.
               03 Name-P           PIC X(30).
               03 Street-P         PIC X(20).
               03 City-P           PIC X(15).
               03 PostalCode-P     PIC X(8).
               03 Phone-P          PIC X(12).
               03 Contact-P        PIC X(20).
      * Credit terms keyed as days from invoice date - blank on an
      * add gives the standard thirty.
               03 Terms-P          PIC X(3).
               03 Status-P         PIC X.
      * Share keyed as five digits with two places - 10000 is the
      * whole fee, 05000 half of it.
           02 LinkBody-P REDEFINES TransBody-P.
               03 StudentId-P      PIC X(7).
               03 Share-P          PIC X(5).
               03 FILLER           PIC X(97).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Type          PIC X.
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Key           PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Sponsor-Status       PIC XX      VALUE SPACES.
       01  WS-Link-Status          PIC XX      VALUE SPACES.
       01  WS-SponInv-Status       PIC XX      VALUE SPACES.
       01  WS-Student-Status       PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Sponsor-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSponsorFile                 VALUE "Y".
       01  WS-Link-EOF-Switch      PIC X       VALUE "N".
           88 EndOfLinkFile                    VALUE "Y".
       01  WS-SponInv-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSponsorInvWalk              VALUE "Y".

       01  WS-Student-File-Sw      PIC X       VALUE "N".
           88 StudentFileOnHand                VALUE "Y".
       01  WS-SponInv-File-Sw      PIC X       VALUE "N".
           88 SponsorInvFileOnHand             VALUE "Y".
       01  WS-Student-Found-Sw     PIC X       VALUE "N".
           88 LinkStudentOnFile                VALUE "Y".
       01  WS-Open-Items-Sw        PIC X       VALUE "N".
           88 SponsorHasOpenItems              VALUE "Y".

      * Both files ride in tables for the run - adds append, changes
      * update in place, a delete blanks the key so the store leaves
      * the row out, and both tables store back whole.
       01  SponsorTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  SponsorTable.
           02 SponsorEntry         OCCURS 1 TO 500 TIMES
                                    DEPENDING ON SponsorTableCount
                                    INDEXED BY SponsorIdx.
               03 SP-Id-Tbl        PIC 9(5).
               03 SP-Name-Tbl      PIC X(30).
               03 SP-Street-Tbl    PIC X(20).
               03 SP-City-Tbl      PIC X(15).
               03 SP-PostalCode-Tbl PIC X(8).
               03 SP-Phone-Tbl     PIC X(12).
               03 SP-Contact-Tbl   PIC X(20).
               03 SP-Terms-Tbl     PIC 9(3).
               03 SP-Status-Tbl    PIC X.
                   88 SponsorEntryInactive VALUE "I".

       01  LinkTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LinkTable.
           02 LinkEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON LinkTableCount
                                    INDEXED BY LinkIdx.
               03 LK-StudentId-Tbl PIC 9(7).
               03 LK-Sponsor-Tbl   PIC 9(5).
               03 LK-Share-Tbl     PIC 9(3)V99.

       01  WS-Sponsor-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Link-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-Links-Held           PIC 9(5)    VALUE ZERO.
       01  WS-Sponsor-Id-Num       PIC 9(5)    VALUE ZERO.
       01  WS-StudentId-Num        PIC 9(7)    VALUE ZERO.

       01  WS-Share-X              PIC X(5)    VALUE SPACES.
       01  WS-Share-Num REDEFINES WS-Share-X
                                   PIC 9(3)V99.

       01  WS-Status-Check         PIC X       VALUE SPACE.
           88 KeyedStatusValid                 VALUES "A" "I".

       01  WS-Run-Totals.
           02 WS-Sponsors-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Sponsors-Changed  PIC 9(5)    VALUE ZERO.
           02 WS-Sponsors-Deleted  PIC 9(5)    VALUE ZERO.
           02 WS-Links-Added       PIC 9(5)    VALUE ZERO.
           02 WS-Links-Changed     PIC 9(5)    VALUE ZERO.
           02 WS-Links-Deleted     PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The employers who pay for their staff's evening courses, and
      * which students each one pays for and how much of the fee -
      * kept with the same edit, reject and audit discipline as the
      * rest of the billing reference, so TuitionBilling can raise
      * the sponsor's share to the sponsor instead of the office
      * re-typing the student's invoice to the company.
            PERFORM GetOperatorId
            PERFORM LoadSponsorTable
            PERFORM LoadLinkTable

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN INPUT SponsorInvoiceFile
            IF WS-SponInv-Status = "00"
                SET SponsorInvFileOnHand TO TRUE
            END-IF
            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplySponsorTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF
            IF SponsorInvFileOnHand
                CLOSE SponsorInvoiceFile
            END-IF

            PERFORM StoreSponsorTable
            PERFORM StoreLinkTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplySponsorTrans.
            MOVE ZERO TO WS-Sponsor-Sub
            MOVE ZERO TO WS-Link-Sub
            EVALUATE TRUE
                WHEN Sponsor-Id-P NOT NUMERIC
                  OR Sponsor-Id-P = ZERO
                    MOVE Sponsor-Id-P TO Except-Key
                    MOVE "SPONSOR ID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SponsorTrans AND AddTrans
                    PERFORM LocateSponsorEntry
                    PERFORM ApplyAddSponsor
                WHEN SponsorTrans AND ChangeTrans
                    PERFORM LocateSponsorEntry
                    PERFORM ApplyChangeSponsor
                WHEN SponsorTrans AND DeleteTrans
                    PERFORM LocateSponsorEntry
                    PERFORM ApplyDeleteSponsor
                WHEN LinkTrans AND StudentId-P NOT NUMERIC
                    MOVE StudentId-P TO Except-Key
                    MOVE "STUDENTID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN LinkTrans AND AddTrans
                    PERFORM LocateSponsorEntry
                    PERFORM LocateLinkEntry
                    PERFORM ApplyAddLink
                WHEN LinkTrans AND ChangeTrans
                    PERFORM LocateSponsorEntry
                    PERFORM LocateLinkEntry
                    PERFORM ApplyChangeLink
                WHEN LinkTrans AND DeleteTrans
                    PERFORM LocateLinkEntry
                    PERFORM ApplyDeleteLink
                WHEN OTHER
                    MOVE Sponsor-Id-P TO Except-Key
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyAddSponsor.
            MOVE Sponsor-Id-P TO Except-Key
            EVALUATE TRUE
                WHEN WS-Sponsor-Sub > ZERO
                    MOVE "DUPLICATE SPONSOR ON ADD" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Name-P = SPACES
                    MOVE "SPONSOR NAME MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Street-P = SPACES OR City-P = SPACES
                    MOVE "SPONSOR ADDRESS MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Terms-P NOT = SPACES
                     AND Terms-P NOT NUMERIC
                    MOVE "CREDIT TERMS NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET SponsorIdx TO SponsorTableCount
                    SET SponsorIdx UP BY 1
                    SET SponsorTableCount TO SponsorIdx
                    MOVE Sponsor-Id-P TO SP-Id-Tbl(SponsorIdx)
                    MOVE Name-P       TO SP-Name-Tbl(SponsorIdx)
                    MOVE Street-P     TO SP-Street-Tbl(SponsorIdx)
                    MOVE City-P       TO SP-City-Tbl(SponsorIdx)
                    MOVE PostalCode-P TO SP-PostalCode-Tbl(SponsorIdx)
                    MOVE Phone-P      TO SP-Phone-Tbl(SponsorIdx)
                    MOVE Contact-P    TO SP-Contact-Tbl(SponsorIdx)
                    IF Terms-P NUMERIC
                        MOVE Terms-P  TO SP-Terms-Tbl(SponsorIdx)
                    ELSE
                        MOVE 30       TO SP-Terms-Tbl(SponsorIdx)
                    END-IF
                    MOVE "A"          TO SP-Status-Tbl(SponsorIdx)
                    SET WS-Sponsor-Sub TO SponsorIdx
                    MOVE "ADD SPONSOR" TO AUD-Action-Tmp
                    MOVE ZERO TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sponsors-Added
            END-EVALUATE.

      * A sponsor is set inactive (status I) rather than deleted
      * while it still has students or open invoices - an inactive
      * sponsor's students are billed in full themselves.
       ApplyChangeSponsor.
            MOVE Sponsor-Id-P TO Except-Key
            MOVE Status-P TO WS-Status-Check
            EVALUATE TRUE
                WHEN WS-Sponsor-Sub = ZERO
                    MOVE "SPONSOR DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Terms-P NOT = SPACES
                     AND Terms-P NOT NUMERIC
                    MOVE "CREDIT TERMS NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Status-P NOT = SPACE
                     AND NOT KeyedStatusValid
                    MOVE "STATUS NOT A OR I" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE SP-Name-Tbl(WS-Sponsor-Sub)
                        TO AUD-Before-Image(7:30)
                    PERFORM ChangeOneSponsor
                    MOVE "CHANGE SPONSOR" TO AUD-Action-Tmp
                    MOVE ZERO TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sponsors-Changed
            END-EVALUATE.

       ChangeOneSponsor.
            IF Name-P NOT = SPACES
                MOVE Name-P TO SP-Name-Tbl(WS-Sponsor-Sub)
            END-IF
            IF Street-P NOT = SPACES
                MOVE Street-P TO SP-Street-Tbl(WS-Sponsor-Sub)
            END-IF
            IF City-P NOT = SPACES
                MOVE City-P TO SP-City-Tbl(WS-Sponsor-Sub)
            END-IF
            IF PostalCode-P NOT = SPACES
                MOVE PostalCode-P TO SP-PostalCode-Tbl(WS-Sponsor-Sub)
            END-IF
            IF Phone-P NOT = SPACES
                MOVE Phone-P TO SP-Phone-Tbl(WS-Sponsor-Sub)
            END-IF
            IF Contact-P NOT = SPACES
                MOVE Contact-P TO SP-Contact-Tbl(WS-Sponsor-Sub)
            END-IF
            IF Terms-P NOT = SPACES
                MOVE Terms-P TO SP-Terms-Tbl(WS-Sponsor-Sub)
            END-IF
            IF Status-P NOT = SPACE
                MOVE Status-P TO SP-Status-Tbl(WS-Sponsor-Sub)
            END-IF.

       ApplyDeleteSponsor.
            MOVE Sponsor-Id-P TO Except-Key
            PERFORM CountSponsorLinks
            PERFORM CheckSponsorOpenItems
            EVALUATE TRUE
                WHEN WS-Sponsor-Sub = ZERO
                    MOVE "SPONSOR DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Links-Held > ZERO
                    MOVE "SPONSOR STILL HAS LINKED STUDENTS"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SponsorHasOpenItems
                    MOVE "SPONSOR HAS OPEN INVOICES" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE SP-Name-Tbl(WS-Sponsor-Sub)
                        TO AUD-Before-Image(7:30)
                    MOVE ZERO TO SP-Id-Tbl(WS-Sponsor-Sub)
                    MOVE ZERO TO WS-Sponsor-Sub
                    MOVE "DELETE SPONSOR" TO AUD-Action-Tmp
                    MOVE ZERO TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Sponsors-Deleted
            END-EVALUATE.

      * A student is linked to one sponsor at a time - a change of
      * employer is a change of the link, not a second one.
       ApplyAddLink.
            MOVE StudentId-P TO Except-Key
            MOVE Share-P TO WS-Share-X
            PERFORM CheckLinkStudent
            EVALUATE TRUE
                WHEN WS-Sponsor-Sub = ZERO
                    MOVE "SPONSOR DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SponsorEntryInactive(WS-Sponsor-Sub)
                    MOVE "SPONSOR IS INACTIVE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT LinkStudentOnFile
                    MOVE "STUDENT DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Link-Sub > ZERO
                    MOVE "STUDENT ALREADY HAS A SPONSOR"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Share-P NOT NUMERIC
                  OR WS-Share-Num = ZERO
                  OR WS-Share-Num > 100
                    MOVE "SHARE NOT 00001 THRU 10000" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET LinkIdx TO LinkTableCount
                    SET LinkIdx UP BY 1
                    SET LinkTableCount TO LinkIdx
                    MOVE StudentId-P  TO LK-StudentId-Tbl(LinkIdx)
                    MOVE Sponsor-Id-P TO LK-Sponsor-Tbl(LinkIdx)
                    MOVE WS-Share-Num TO LK-Share-Tbl(LinkIdx)
                    SET WS-Link-Sub TO LinkIdx
                    MOVE "ADD SPONLINK" TO AUD-Action-Tmp
                    MOVE StudentId-P TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Links-Added
            END-EVALUATE.

      * The sponsor on a link change is the one the student moves
      * to; a blank share keeps the share as it stands.
       ApplyChangeLink.
            MOVE StudentId-P TO Except-Key
            MOVE Share-P TO WS-Share-X
            EVALUATE TRUE
                WHEN WS-Link-Sub = ZERO
                    MOVE "STUDENT HAS NO SPONSOR LINK" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Sponsor-Sub = ZERO
                    MOVE "SPONSOR DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SponsorEntryInactive(WS-Sponsor-Sub)
                    MOVE "SPONSOR IS INACTIVE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Share-P NOT = SPACES
                     AND (Share-P NOT NUMERIC
                          OR WS-Share-Num = ZERO
                          OR WS-Share-Num > 100)
                    MOVE "SHARE NOT 00001 THRU 10000" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE LK-Sponsor-Tbl(WS-Link-Sub)
                        TO AUD-Before-Image(1:5)
                    MOVE LK-Share-Tbl(WS-Link-Sub) TO WS-Share-Num
                    MOVE WS-Share-X TO AUD-Before-Image(7:5)
                    MOVE Sponsor-Id-P TO LK-Sponsor-Tbl(WS-Link-Sub)
                    IF Share-P NOT = SPACES
                        MOVE Share-P TO WS-Share-X
                        MOVE WS-Share-Num TO LK-Share-Tbl(WS-Link-Sub)
                    END-IF
                    MOVE "CHANGE SPONLINK" TO AUD-Action-Tmp
                    MOVE StudentId-P TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Links-Changed
            END-EVALUATE.

       ApplyDeleteLink.
            MOVE StudentId-P TO Except-Key
            EVALUATE TRUE
                WHEN WS-Link-Sub = ZERO
                    MOVE "STUDENT HAS NO SPONSOR LINK" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE LK-Sponsor-Tbl(WS-Link-Sub)
                        TO AUD-Before-Image(1:5)
                    MOVE LK-Share-Tbl(WS-Link-Sub) TO WS-Share-Num
                    MOVE WS-Share-X TO AUD-Before-Image(7:5)
                    MOVE ZERO TO LK-StudentId-Tbl(WS-Link-Sub)
                    MOVE ZERO TO WS-Link-Sub
                    MOVE "DELETE SPONLINK" TO AUD-Action-Tmp
                    MOVE StudentId-P TO WS-StudentId-Num
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Links-Deleted
            END-EVALUATE.

       LocateSponsorEntry.
            MOVE ZERO TO WS-Sponsor-Sub
            MOVE SPACES TO AUD-Before-Image
            MOVE Sponsor-Id-P TO WS-Sponsor-Id-Num
            IF SponsorTableCount > ZERO
                SET SponsorIdx TO 1
                SEARCH SponsorEntry
                   AT END MOVE ZERO TO WS-Sponsor-Sub
                   WHEN SP-Id-Tbl(SponsorIdx) = WS-Sponsor-Id-Num
                        SET WS-Sponsor-Sub TO SponsorIdx
                END-SEARCH
            END-IF.

       LocateLinkEntry.
            MOVE ZERO TO WS-Link-Sub
            MOVE SPACES TO AUD-Before-Image
            MOVE StudentId-P TO WS-StudentId-Num
            IF LinkTableCount > ZERO
                SET LinkIdx TO 1
                SEARCH LinkEntry
                   AT END MOVE ZERO TO WS-Link-Sub
                   WHEN LK-StudentId-Tbl(LinkIdx) = WS-StudentId-Num
                        SET WS-Link-Sub TO LinkIdx
                END-SEARCH
            END-IF.

       CountSponsorLinks.
            MOVE ZERO TO WS-Links-Held
            PERFORM VARYING LinkIdx FROM 1 BY 1
                    UNTIL LinkIdx > LinkTableCount
                IF LK-StudentId-Tbl(LinkIdx) NOT = ZERO
                   AND LK-Sponsor-Tbl(LinkIdx) = WS-Sponsor-Id-Num
                    ADD 1 TO WS-Links-Held
                END-IF
            END-PERFORM.

      * The sponsor's invoices by the alternate key - any one still
      * open holds the sponsor on file until it is paid.
       CheckSponsorOpenItems.
            MOVE "N" TO WS-Open-Items-Sw
            MOVE "N" TO WS-SponInv-EOF-Switch
            IF SponsorInvFileOnHand
                MOVE WS-Sponsor-Id-Num TO SIV-Sponsor-Id
                START SponsorInvoiceFile
                    KEY IS NOT LESS THAN SIV-Sponsor-Id
                    INVALID KEY SET EndOfSponsorInvWalk TO TRUE
                END-START
                PERFORM UNTIL EndOfSponsorInvWalk
                        OR SponsorHasOpenItems
                    READ SponsorInvoiceFile NEXT RECORD
                        AT END SET EndOfSponsorInvWalk TO TRUE
                        NOT AT END
                            IF SIV-Sponsor-Id NOT = WS-Sponsor-Id-Num
                                SET EndOfSponsorInvWalk TO TRUE
                            ELSE
                                IF SponsorInvoiceOpen
                                    SET SponsorHasOpenItems TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

      * No STUDMAS.DAT at all leaves nobody to link.
       CheckLinkStudent.
            MOVE "N" TO WS-Student-Found-Sw
            IF StudentFileOnHand
                MOVE StudentId-P TO StudentId
                READ StudentFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET LinkStudentOnFile TO TRUE
                END-READ
            END-IF.

      * No SPONSOR.DAT yet (a "35" status) just means the master is
      * being started tonight - an empty table, not an error.
       LoadSponsorTable.
            OPEN INPUT SponsorFile
            IF WS-Sponsor-Status NOT = "00"
                SET EndOfSponsorFile TO TRUE
            ELSE
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSponsorFile
                SET SponsorIdx TO SponsorTableCount
                SET SponsorIdx UP BY 1
                SET SponsorTableCount TO SponsorIdx
                MOVE SPN-Sponsor-Id  TO SP-Id-Tbl(SponsorIdx)
                MOVE SPN-Name        TO SP-Name-Tbl(SponsorIdx)
                MOVE SPN-Street      TO SP-Street-Tbl(SponsorIdx)
                MOVE SPN-City        TO SP-City-Tbl(SponsorIdx)
                MOVE SPN-PostalCode  TO SP-PostalCode-Tbl(SponsorIdx)
                MOVE SPN-Phone       TO SP-Phone-Tbl(SponsorIdx)
                MOVE SPN-Contact     TO SP-Contact-Tbl(SponsorIdx)
                MOVE SPN-Terms-Days  TO SP-Terms-Tbl(SponsorIdx)
                MOVE SPN-Status      TO SP-Status-Tbl(SponsorIdx)
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Sponsor-Status NOT = "35"
                CLOSE SponsorFile
            END-IF.

      * No SPONLINK.DAT yet (a "35" status) - nobody is sponsored.
       LoadLinkTable.
            OPEN INPUT SponsorLinkFile
            IF WS-Link-Status NOT = "00"
                SET EndOfLinkFile TO TRUE
            ELSE
                READ SponsorLinkFile
                    AT END SET EndOfLinkFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfLinkFile
                SET LinkIdx TO LinkTableCount
                SET LinkIdx UP BY 1
                SET LinkTableCount TO LinkIdx
                MOVE SPL-StudentId  TO LK-StudentId-Tbl(LinkIdx)
                MOVE SPL-Sponsor-Id TO LK-Sponsor-Tbl(LinkIdx)
                MOVE SPL-Share-Pct  TO LK-Share-Tbl(LinkIdx)
                READ SponsorLinkFile
                    AT END SET EndOfLinkFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Link-Status NOT = "35"
                CLOSE SponsorLinkFile
            END-IF.

      * Deleted sponsors and links were zeroed in the table and drop
      * out here.
       StoreSponsorTable.
            OPEN OUTPUT SponsorFile
            PERFORM VARYING SponsorIdx FROM 1 BY 1
                    UNTIL SponsorIdx > SponsorTableCount
                IF SP-Id-Tbl(SponsorIdx) NOT = ZERO
                    MOVE SP-Id-Tbl(SponsorIdx)     TO SPN-Sponsor-Id
                    MOVE SP-Name-Tbl(SponsorIdx)   TO SPN-Name
                    MOVE SP-Street-Tbl(SponsorIdx) TO SPN-Street
                    MOVE SP-City-Tbl(SponsorIdx)   TO SPN-City
                    MOVE SP-PostalCode-Tbl(SponsorIdx)
                        TO SPN-PostalCode
                    MOVE SP-Phone-Tbl(SponsorIdx)  TO SPN-Phone
                    MOVE SP-Contact-Tbl(SponsorIdx)
                        TO SPN-Contact
                    MOVE SP-Terms-Tbl(SponsorIdx)  TO SPN-Terms-Days
                    MOVE SP-Status-Tbl(SponsorIdx) TO SPN-Status
                    WRITE SponsorRecord
                END-IF
            END-PERFORM
            CLOSE SponsorFile.

       StoreLinkTable.
            OPEN OUTPUT SponsorLinkFile
            PERFORM VARYING LinkIdx FROM 1 BY 1
                    UNTIL LinkIdx > LinkTableCount
                IF LK-StudentId-Tbl(LinkIdx) NOT = ZERO
                    MOVE LK-StudentId-Tbl(LinkIdx) TO SPL-StudentId
                    MOVE LK-Sponsor-Tbl(LinkIdx)   TO SPL-Sponsor-Id
                    MOVE LK-Share-Tbl(LinkIdx)     TO SPL-Share-Pct
                    WRITE SponsorLinkRecord
                END-IF
            END-PERFORM
            CLOSE SponsorLinkFile.

       WriteExceptionRecord.
            MOVE TransType-P TO Except-Type
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Sponsor changes ride the shared audit trail - a sponsor
      * action carries no student, so the StudentId lands as zero;
      * a link action names its student. The sponsor id leads both
      * images, followed by the sponsor name (sponsor actions) or
      * the share (link actions) as it stood before and after.
       WriteAuditRecord.
            MOVE "SPONMAINT "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE WS-StudentId-Num   TO AUD-StudentId
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            IF SponsorTrans
                MOVE Sponsor-Id-P   TO AUD-Before-Image(1:5)
                MOVE Sponsor-Id-P   TO AUD-After-Image(1:5)
                IF WS-Sponsor-Sub > ZERO
                    MOVE SP-Name-Tbl(WS-Sponsor-Sub)
                        TO AUD-After-Image(7:30)
                END-IF
            ELSE
                IF WS-Link-Sub > ZERO
                    MOVE LK-Sponsor-Tbl(WS-Link-Sub)
                        TO AUD-After-Image(1:5)
                    MOVE LK-Share-Tbl(WS-Link-Sub) TO WS-Share-Num
                    MOVE WS-Share-X TO AUD-After-Image(7:5)
                END-IF
            END-IF
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "SponsorMaint - Control Report"
            DISPLAY "Sponsors added       : " WS-Sponsors-Added
            DISPLAY "Sponsors changed     : " WS-Sponsors-Changed
            DISPLAY "Sponsors deleted     : " WS-Sponsors-Deleted
            DISPLAY "Links added          : " WS-Links-Added
            DISPLAY "Links changed        : " WS-Links-Changed
            DISPLAY "Links deleted        : " WS-Links-Deleted
            DISPLAY "Transactions rejected: " WS-Trans-Rejected.


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

       END PROGRAM SponsorMaint.
