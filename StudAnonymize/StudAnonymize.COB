      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudAnonymize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetentionFile ASSIGN "RETAIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Retain-Status.

           SELECT ArchiveFile ASSIGN "ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Archive-Status.

      * Each AUDIT.YYYYMM generation AuditRetention has cut, under a
      * name set at run time.
           SELECT AuditGenFile
                  ASSIGN TO DYNAMIC WS-Generation-Name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AuditGen-Status.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CorrHist-Status.

      * The three files are sequential, so each is masked by
      * copying it here and straight back, the way StudReinstate
      * takes a record off the archive.
           SELECT AnonWorkFile ASSIGN "ANONWORK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InvoiceFile ASSIGN "INVOICE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-Number
                  ALTERNATE RECORD KEY IS INV-StudentId
                      WITH DUPLICATES
                  FILE STATUS IS WS-Invoice-Status.

           SELECT CreditFile ASSIGN "CREDITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Credit-Status.

           SELECT CertificateFile ASSIGN "ANONCERT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

           SELECT LockFile ASSIGN "STUDLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Lock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RetentionFile.
           COPY RETNCTL.

       FD  ArchiveFile.
       01  ArchiveRecord.
           02  ARC-StudentId       PIC 9(7).
           02  ARC-StudentName.
               03 ARC-Surname      PIC X(8).
               03 ARC-Initials     PIC XX.
           02  ARC-DateOfBirth     PIC 9(8).
           02  ARC-CourseCode      PIC X(4).
           02  ARC-Gender          PIC X.
           02  ARC-StudentStatus   PIC X.
           02  ARC-StudentAddress.
               03 ARC-Street       PIC X(20).
               03 ARC-City         PIC X(15).
               03 ARC-CityCode     PIC 9.
               03 ARC-PostalCode   PIC X(8).
               03 ARC-Phone        PIC X(12).
           02  ARC-IntakeYear      PIC 9(4).
           02  FILLER              PIC X(1).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

       FD  AuditGenFile.
           COPY AUDITREC.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  AnonWorkFile.
       01  AnonWorkRecord          PIC X(263).

       FD  InvoiceFile.
           COPY INVOICE.

       FD  CreditFile.
           COPY CREDITS.

       FD  CertificateFile.
       01  ShowCertificate          PIC X(80).

       FD  AuditFile.
       01  AuditLogRecord           PIC X(263).

       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

      * The STUDMAS.DAT in-use interlock - one record naming who
      * holds the master for update. A program that finds it held
      * refuses to start instead of updating underneath them.
       FD  LockFile.
       01  LockRecord.
           02  LCK-Holder           PIC X(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  LCK-Date             PIC 9(8).
           02  FILLER               PIC X       VALUE SPACE.
           02  LCK-Time             PIC 9(6).

       WORKING-STORAGE SECTION.
      * The master-record image the audit lines carry, laid out so
      * the personal fields in it can be masked by name.
           COPY STUDMAS.

       01  WS-Retain-Status        PIC XX      VALUE SPACES.
       01  WS-Archive-Status       PIC XX      VALUE SPACES.
       01  WS-AuditGen-Status      PIC XX      VALUE SPACES.
       01  WS-CorrHist-Status      PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Credit-Status        PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Lock-Status          PIC XX      VALUE SPACES.
       01  WS-Lock-Held-Sw         PIC X       VALUE "N".
           88 MasterLockHeld                   VALUE "Y".
       01  WS-Lock-Holder          PIC X(8)    VALUE SPACES.
       01  WS-Lock-Held-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Lock-Held-Time       PIC 9(6)    VALUE ZERO.

       01  WS-Source-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSourceFile                  VALUE "Y".
       01  WS-Work-EOF-Switch      PIC X       VALUE "N".
           88 EndOfWorkFile                    VALUE "Y".
       01  WS-Invoice-EOF-Switch   PIC X       VALUE "N".
           88 EndOfInvoiceWalk                 VALUE "Y".
       01  WS-Invoice-File-Sw      PIC X       VALUE "N".
           88 InvoiceFileOnHand                VALUE "Y".

       01  WS-Open-Invoice-Switch  PIC X       VALUE "N".
           88 StudentHasOpenInvoice            VALUE "Y".
       01  WS-Credit-Found-Switch  PIC X       VALUE "N".
           88 StudentHasCredit                 VALUE "Y".
       01  WS-Anon-Found-Switch    PIC X       VALUE "N".
           88 StudentIsAnonymized              VALUE "Y".
       01  WS-Estimated-Switch     PIC X       VALUE "N".
           88 LeaveDateEstimated               VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  WS-Retention-Years      PIC 9(2)    VALUE ZERO.
       01  WS-Course-Years         PIC 9(2)    VALUE ZERO.

      * Anybody who left before this date is past the limit.
       01  WS-Cutoff-Date          PIC 9(8)    VALUE ZERO.
       01  WS-Cutoff-Split REDEFINES WS-Cutoff-Date.
           02 WS-Cutoff-YYYY       PIC 9(4).
           02 WS-Cutoff-MMDD       PIC 9(4).

       01  WS-Leave-Date           PIC 9(8)    VALUE ZERO.
       01  WS-Leave-Split REDEFINES WS-Leave-Date.
           02 WS-Leave-YYYY        PIC 9(4).
           02 WS-Leave-MMDD        PIC 9(4).

       01  WS-Generation-Name.
           02 FILLER               PIC X(6)    VALUE "AUDIT.".
           02 WS-Generation-YYYYMM PIC 9(6).
       01  WS-Generation-Split REDEFINES WS-Generation-Name.
           02 FILLER               PIC X(6).
           02 WS-Generation-YYYY   PIC 9(4).
           02 WS-Generation-MM     PIC 9(2).
       01  WS-Business-YYYYMM      PIC 9(6)    VALUE ZERO.

      * How far back the AUDIT.YYYYMM generations are looked for.
       01  WS-Generation-Years     PIC 9(2)    VALUE 20.

      * The students masked this run - every other file is masked
      * against this list.
       01  AnonTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  AnonTable.
           02 AnonEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON AnonTableCount
                                    INDEXED BY AnonIdx.
               03 AN-StudentId-Tbl PIC 9(7).

       01  CreditTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CreditTable.
           02 CreditEntry          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON CreditTableCount
                                    INDEXED BY CreditIdx.
               03 CR-StudentId-Tbl PIC 9(7).

       01  WS-Wanted-StudentId     PIC 9(7)    VALUE ZERO.
       01  WS-Gen-Masked           PIC 9(7)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Archive-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Students-Anon     PIC 9(5)    VALUE ZERO.
           02 WS-Already-Anon      PIC 9(5)    VALUE ZERO.
           02 WS-Refused-Invoice   PIC 9(5)    VALUE ZERO.
           02 WS-Refused-Credit    PIC 9(5)    VALUE ZERO.
           02 WS-No-Leave-Date     PIC 9(5)    VALUE ZERO.
           02 WS-Audit-Masked      PIC 9(7)    VALUE ZERO.
           02 WS-Corr-Masked       PIC 9(7)    VALUE ZERO.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       01  WS-Cert-Title-Line.
           02 FILLER               PIC X(40)   VALUE
              "CERTIFICATE OF ANONYMIZATION - RUN OF   ".
           02 CT-Date              PIC 9(8).
           02 FILLER               PIC X(14)   VALUE "  OPERATOR    ".
           02 CT-Operator          PIC X(8).
           02 FILLER               PIC X(10)   VALUE SPACES.

       01  WS-Cert-Policy-Line.
           02 FILLER               PIC X(16)   VALUE
              "RETENTION LIMIT ".
           02 CP-Years             PIC Z9.
           02 FILLER               PIC X(38)   VALUE
              " YEARS - STUDENTS WHO LEFT BEFORE     ".
           02 CP-Cutoff            PIC 9(8).
           02 FILLER               PIC X(16)   VALUE SPACES.

       01  WS-Cert-Column-Line     PIC X(80)   VALUE
           "STUDENT  LEFT      INTAKE COURSE  OUTCOME".

       01  WS-Cert-Detail-Line.
           02 CD-StudentId         PIC 9(7).
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 CD-Leave-Date        PIC 9(8).
           02 CD-Estimated         PIC X.
           02 FILLER               PIC X       VALUE SPACE.
           02 CD-Intake            PIC 9(4).
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 CD-Course            PIC X(4).
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 CD-Outcome           PIC X(30).
           02 FILLER               PIC X(16)   VALUE SPACES.

       01  WS-Cert-File-Heading    PIC X(80)   VALUE
           "FILE            RECORDS MASKED".

       01  WS-Cert-File-Line.
           02 CF-File              PIC X(12).
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 CF-Count             PIC ZZZZZZ9.
           02 FILLER               PIC X(57)   VALUE SPACES.

       01  WS-Cert-Total-Line.
           02 CX-Label             PIC X(40).
           02 CX-Count             PIC ZZZZ9.
           02 FILLER               PIC X(35)   VALUE SPACES.

       01  WS-Cert-Estimate-Note   PIC X(80)   VALUE
           "* LEAVING DATE ESTIMATED FROM INTAKE YEAR PLUS COURSE".

       01  WS-Cert-Fields-Line-1   PIC X(80)   VALUE
           "MASKED: NAME, DATE OF BIRTH, STREET, CITY, POSTAL CODE, PHON
      -    "E, LETTER ADDRESS".
       01  WS-Cert-Fields-Line-2   PIC X(80)   VALUE
           "KEPT:   STUDENT ID, INTAKE YEAR, COURSE, STATUS, GENDER, REG
      -    "ION CODE".
       01  WS-Cert-Sign-Line       PIC X(80)   VALUE
           "CERTIFIED BY ______________________   DATE ____________".

       01  WS-Cert-None-Line       PIC X(80)   VALUE
           "NO ARCHIVED STUDENT IS PAST THE RETENTION LIMIT".

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The data-protection retention run. An archived student who
      * left more than the RETAIN.DAT limit ago has name, date of
      * birth, address and phone masked on ARCHIVE.DAT, in the
      * master images on every AUDIT.YYYYMM generation, and in the
      * letter addresses on CORRHIST.DAT. The StudentId, intake
      * year, course, status, gender and region code stay, so the
      * cohort and alumni counts come out as before. Anyone still
      * owing on an open invoice or holding a credit balance is
      * refused and listed - the money has to be settled first.
      * ANONCERT.PRT is the certificate of what was done, and each
      * student masked is audited.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM LoadRetentionControl
            MOVE WS-Business-Date TO WS-Cutoff-Date
            SUBTRACT WS-Retention-Years FROM WS-Cutoff-YYYY
            PERFORM LoadCreditTable
            PERFORM ClaimMasterLock

            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status = "00"
                SET InvoiceFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT CertificateFile
            PERFORM WriteCertificateHeading

            PERFORM MaskArchive
            IF InvoiceFileOnHand
                CLOSE InvoiceFile
            END-IF
            IF AnonTableCount > ZERO
                PERFORM CopyWorkToArchive
                MOVE WS-Blank-Line TO ShowCertificate
                WRITE ShowCertificate
                MOVE WS-Cert-File-Heading TO ShowCertificate
                WRITE ShowCertificate
                MOVE "ARCHIVE.DAT" TO CF-File
                MOVE WS-Students-Anon TO CF-Count
                MOVE WS-Cert-File-Line TO ShowCertificate
                WRITE ShowCertificate
                PERFORM MaskAuditGenerations
                PERFORM MaskCorrespondence
                PERFORM WriteAuditRecords
            ELSE
                MOVE WS-Cert-None-Line TO ShowCertificate
                WRITE ShowCertificate
            END-IF

            PERFORM WriteCertificateTotals
            CLOSE CertificateFile
            PERFORM ReleaseMasterLock
            PERFORM StoreRetentionControl

            DISPLAY "StudAnonymize - Control Report"
            DISPLAY "Leaving-date limit         : " WS-Cutoff-Date
            DISPLAY "Archive records read       : " WS-Archive-Read
            DISPLAY "Students anonymized        : " WS-Students-Anon
            DISPLAY "Already anonymized         : " WS-Already-Anon
            DISPLAY "Refused - open invoice     : "
                WS-Refused-Invoice
            DISPLAY "Refused - credit balance   : " WS-Refused-Credit
            DISPLAY "No leaving date - kept     : " WS-No-Leave-Date
            DISPLAY "Audit lines masked         : " WS-Audit-Masked
            DISPLAY "Letter addresses masked    : " WS-Corr-Masked
            STOP RUN.

      * The limit is policy, not something to default - with no
      * RETAIN.DAT, or a nonsense one, nothing is touched.
       LoadRetentionControl.
            OPEN INPUT RetentionFile
            IF WS-Retain-Status = "00"
                READ RetentionFile
                    AT END CONTINUE
                    NOT AT END
                        IF RTN-Retention-Years NUMERIC
                            MOVE RTN-Retention-Years
                                TO WS-Retention-Years
                        END-IF
                        IF RTN-Course-Years NUMERIC
                            MOVE RTN-Course-Years TO WS-Course-Years
                        END-IF
                END-READ
                CLOSE RetentionFile
            END-IF
            IF WS-Retention-Years = ZERO
                DISPLAY "StudAnonymize - NO RETENTION LIMIT ON "
                    "RETAIN.DAT - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       StoreRetentionControl.
            OPEN OUTPUT RetentionFile
            MOVE SPACES TO RetentionControlRecord
            MOVE WS-Retention-Years TO RTN-Retention-Years
            MOVE WS-Course-Years    TO RTN-Course-Years
            MOVE WS-Business-Date   TO RTN-Last-Run-Date
            MOVE WS-Students-Anon   TO RTN-Last-Run-Count
            WRITE RetentionControlRecord
            CLOSE RetentionFile.

      * One pass of ARCHIVE.DAT to the work file, each record past
      * the limit masked on the way through. A record archived
      * before the leaving date was kept is dated from its intake
      * year plus the course length, as at the end of that year.
       MaskArchive.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN OUTPUT AnonWorkFile
            OPEN INPUT ArchiveFile
            IF WS-Archive-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                ADD 1 TO WS-Archive-Read
                IF ARC-Anon-Date NUMERIC AND ARC-Anon-Date > ZERO
                    ADD 1 TO WS-Already-Anon
                ELSE
                    PERFORM JudgeArchiveRecord
                END-IF
                MOVE ArchiveRecord TO AnonWorkRecord
                WRITE AnonWorkRecord
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Archive-Status NOT = "35"
                CLOSE ArchiveFile
            END-IF
            CLOSE AnonWorkFile.

       JudgeArchiveRecord.
            MOVE ZERO TO WS-Leave-Date
            MOVE "N" TO WS-Estimated-Switch
            IF ARC-Archive-Date NUMERIC AND ARC-Archive-Date > ZERO
                MOVE ARC-Archive-Date TO WS-Leave-Date
            ELSE
                IF ARC-IntakeYear NUMERIC AND ARC-IntakeYear > ZERO
                    COMPUTE WS-Leave-YYYY =
                        ARC-IntakeYear + WS-Course-Years
                    MOVE 1231 TO WS-Leave-MMDD
                    SET LeaveDateEstimated TO TRUE
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-Leave-Date = ZERO
                    MOVE "KEPT - NO LEAVING DATE" TO CD-Outcome
                    ADD 1 TO WS-No-Leave-Date
                    PERFORM WriteCertificateLine
                WHEN WS-Leave-Date NOT < WS-Cutoff-Date
                    CONTINUE
                WHEN OTHER
                    PERFORM CheckOutstandingMoney
                    EVALUATE TRUE
                        WHEN StudentHasOpenInvoice
                            MOVE "REFUSED - OPEN INVOICE"
                                TO CD-Outcome
                            ADD 1 TO WS-Refused-Invoice
                        WHEN StudentHasCredit
                            MOVE "REFUSED - CREDIT BALANCE"
                                TO CD-Outcome
                            ADD 1 TO WS-Refused-Credit
                        WHEN OTHER
                            PERFORM MaskArchiveRecord
                            MOVE "ANONYMIZED" TO CD-Outcome
                    END-EVALUATE
                    PERFORM WriteCertificateLine
            END-EVALUATE.

       MaskArchiveRecord.
            MOVE ALL "*" TO ARC-Surname
            MOVE SPACES  TO ARC-Initials
            MOVE ZERO    TO ARC-DateOfBirth
            MOVE SPACES  TO ARC-Street
            MOVE SPACES  TO ARC-City
            MOVE SPACES  TO ARC-PostalCode
            MOVE SPACES  TO ARC-Phone
            MOVE WS-Business-Date TO ARC-Anon-Date
            SET AnonIdx TO AnonTableCount
            SET AnonIdx UP BY 1
            SET AnonTableCount TO AnonIdx
            MOVE ARC-StudentId TO AN-StudentId-Tbl(AnonIdx)
            ADD 1 TO WS-Students-Anon.

      * An open invoice is found on the StudentId alternate key,
      * the way DunningRun collects a student's invoices.
       CheckOutstandingMoney.
            MOVE "N" TO WS-Open-Invoice-Switch
            MOVE "N" TO WS-Credit-Found-Switch
            IF InvoiceFileOnHand
                MOVE "N" TO WS-Invoice-EOF-Switch
                MOVE ARC-StudentId TO INV-StudentId
                START InvoiceFile KEY IS NOT LESS THAN INV-StudentId
                    INVALID KEY SET EndOfInvoiceWalk TO TRUE
                END-START
                PERFORM UNTIL EndOfInvoiceWalk
                    READ InvoiceFile NEXT RECORD
                        AT END SET EndOfInvoiceWalk TO TRUE
                        NOT AT END
                            IF INV-StudentId NOT = ARC-StudentId
                                SET EndOfInvoiceWalk TO TRUE
                            ELSE
                                IF InvoiceOpen
                                    SET StudentHasOpenInvoice TO TRUE
                                    SET EndOfInvoiceWalk TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            IF CreditTableCount > ZERO
                SET CreditIdx TO 1
                SEARCH CreditEntry
                   AT END MOVE "N" TO WS-Credit-Found-Switch
                   WHEN CR-StudentId-Tbl(CreditIdx) = ARC-StudentId
                        SET StudentHasCredit TO TRUE
                END-SEARCH
            END-IF.

       CopyWorkToArchive.
            MOVE "N" TO WS-Work-EOF-Switch
            OPEN INPUT AnonWorkFile
            OPEN OUTPUT ArchiveFile
            READ AnonWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfWorkFile
                MOVE AnonWorkRecord TO ArchiveRecord
                WRITE ArchiveRecord
                READ AnonWorkFile
                    AT END SET EndOfWorkFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE AnonWorkFile
            CLOSE ArchiveFile.

      * Every monthly generation back over the years is tried; a
      * month with no generation is passed over, and a generation
      * with nothing to mask is left exactly as it was.
       MaskAuditGenerations.
            MOVE WS-Business-Date(1:6) TO WS-Business-YYYYMM
            MOVE WS-Business-YYYYMM TO WS-Generation-YYYYMM
            SUBTRACT WS-Generation-Years FROM WS-Generation-YYYY
            MOVE 1 TO WS-Generation-MM
            PERFORM UNTIL WS-Generation-YYYYMM > WS-Business-YYYYMM
                PERFORM MaskOneGeneration
                IF WS-Generation-MM = 12
                    ADD 1 TO WS-Generation-YYYY
                    MOVE 1 TO WS-Generation-MM
                ELSE
                    ADD 1 TO WS-Generation-MM
                END-IF
            END-PERFORM.

      * The StudentId column is shared - CustMaint files a customer
      * there, AdmitMaint an application number, SubjectAccess a
      * customer's extract - so those lines are never the
      * student's.
       MaskOneGeneration.
            MOVE ZERO TO WS-Gen-Masked
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AuditGenFile
            IF WS-AuditGen-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                OPEN OUTPUT AnonWorkFile
                READ AuditGenFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                MOVE AUD-StudentId TO WS-Wanted-StudentId
                PERFORM LocateAnonymized
                IF StudentIsAnonymized
                   AND AUD-Program NOT = "CUSTMAINT"
                   AND AUD-Program NOT = "ADMITMAINT"
                   AND AUD-Action NOT = "SAR EXTRACT C"
                    PERFORM MaskAuditImages
                END-IF
                MOVE AuditRecord TO AnonWorkRecord
                WRITE AnonWorkRecord
                READ AuditGenFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-AuditGen-Status NOT = "35"
                CLOSE AuditGenFile
                CLOSE AnonWorkFile
                IF WS-Gen-Masked > ZERO
                    PERFORM CopyWorkToGeneration
                    MOVE WS-Generation-Name TO CF-File
                    MOVE WS-Gen-Masked TO CF-Count
                    MOVE WS-Cert-File-Line TO ShowCertificate
                    WRITE ShowCertificate
                    ADD WS-Gen-Masked TO WS-Audit-Masked
                END-IF
            END-IF.

       MaskAuditImages.
            IF AUD-Before-Image NOT = SPACES
                MOVE AUD-Before-Image TO StudentMasterRecord
                PERFORM MaskMasterImage
                MOVE StudentMasterRecord TO AUD-Before-Image
            END-IF
            IF AUD-After-Image NOT = SPACES
                MOVE AUD-After-Image TO StudentMasterRecord
                PERFORM MaskMasterImage
                MOVE StudentMasterRecord TO AUD-After-Image
            END-IF
            IF AUD-Before-Image NOT = SPACES
               OR AUD-After-Image NOT = SPACES
                ADD 1 TO WS-Gen-Masked
            END-IF.

       MaskMasterImage.
            MOVE ALL "*" TO Surname
            MOVE SPACES  TO Initials
            MOVE ZERO    TO DateOfBirth
            MOVE SPACES  TO Street
            MOVE SPACES  TO City
            MOVE SPACES  TO PostalCode
            MOVE SPACES  TO Phone.

       CopyWorkToGeneration.
            MOVE "N" TO WS-Work-EOF-Switch
            OPEN INPUT AnonWorkFile
            OPEN OUTPUT AuditGenFile
            READ AnonWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfWorkFile
                MOVE AnonWorkRecord TO AuditRecord
                WRITE AuditRecord
                READ AnonWorkFile
                    AT END SET EndOfWorkFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE AnonWorkFile
            CLOSE AuditGenFile.

      * Only the student's own letters - a customer or sponsor who
      * happens to share the number is a different party.
       MaskCorrespondence.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CorrHistFile
            IF WS-CorrHist-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                OPEN OUTPUT AnonWorkFile
                READ CorrHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CorrStudent AND CRH-Address NOT = SPACES
                    MOVE CRH-Party-Id TO WS-Wanted-StudentId
                    PERFORM LocateAnonymized
                    IF StudentIsAnonymized
                        MOVE SPACES TO CRH-Address
                        ADD 1 TO WS-Corr-Masked
                    END-IF
                END-IF
                MOVE CorrespondenceRecord TO AnonWorkRecord
                WRITE AnonWorkRecord
                READ CorrHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CorrHist-Status NOT = "35"
                CLOSE CorrHistFile
                CLOSE AnonWorkFile
                IF WS-Corr-Masked > ZERO
                    PERFORM CopyWorkToCorrespondence
                END-IF
            END-IF
            MOVE "CORRHIST.DAT" TO CF-File
            MOVE WS-Corr-Masked TO CF-Count
            MOVE WS-Cert-File-Line TO ShowCertificate
            WRITE ShowCertificate.

       CopyWorkToCorrespondence.
            MOVE "N" TO WS-Work-EOF-Switch
            OPEN INPUT AnonWorkFile
            OPEN OUTPUT CorrHistFile
            READ AnonWorkFile
                AT END SET EndOfWorkFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfWorkFile
                MOVE AnonWorkRecord TO CorrespondenceRecord
                WRITE CorrespondenceRecord
                READ AnonWorkFile
                    AT END SET EndOfWorkFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE AnonWorkFile
            CLOSE CorrHistFile.

       LocateAnonymized.
            MOVE "N" TO WS-Anon-Found-Switch
            IF WS-Wanted-StudentId > ZERO
                SET AnonIdx TO 1
                SEARCH AnonEntry
                   AT END MOVE "N" TO WS-Anon-Found-Switch
                   WHEN AN-StudentId-Tbl(AnonIdx) = WS-Wanted-StudentId
                        SET StudentIsAnonymized TO TRUE
                END-SEARCH
            END-IF.

      * No CREDITS.DAT (a "35" status) just means nobody is owed
      * money back.
       LoadCreditTable.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CreditFile
            IF WS-Credit-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CRD-Amount NUMERIC AND CRD-Amount > ZERO
                    SET CreditIdx TO CreditTableCount
                    SET CreditIdx UP BY 1
                    SET CreditTableCount TO CreditIdx
                    MOVE CRD-StudentId TO CR-StudentId-Tbl(CreditIdx)
                END-IF
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Credit-Status NOT = "35"
                CLOSE CreditFile
            END-IF.

       WriteCertificateHeading.
            MOVE WS-Business-Date TO CT-Date
            MOVE WS-Operator-Id   TO CT-Operator
            MOVE WS-Cert-Title-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Retention-Years TO CP-Years
            MOVE WS-Cutoff-Date     TO CP-Cutoff
            MOVE WS-Cert-Policy-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Column-Line TO ShowCertificate
            WRITE ShowCertificate.

       WriteCertificateLine.
            MOVE ARC-StudentId  TO CD-StudentId
            MOVE WS-Leave-Date  TO CD-Leave-Date
            IF LeaveDateEstimated
                MOVE "*" TO CD-Estimated
            ELSE
                MOVE SPACE TO CD-Estimated
            END-IF
            IF ARC-IntakeYear NUMERIC
                MOVE ARC-IntakeYear TO CD-Intake
            ELSE
                MOVE ZERO TO CD-Intake
            END-IF
            MOVE ARC-CourseCode TO CD-Course
            MOVE WS-Cert-Detail-Line TO ShowCertificate
            WRITE ShowCertificate.

       WriteCertificateTotals.
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE "STUDENTS ANONYMIZED THIS RUN" TO CX-Label
            MOVE WS-Students-Anon TO CX-Count
            MOVE WS-Cert-Total-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE "ANONYMIZED ON EARLIER RUNS" TO CX-Label
            MOVE WS-Already-Anon TO CX-Count
            MOVE WS-Cert-Total-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE "REFUSED - OPEN INVOICE" TO CX-Label
            MOVE WS-Refused-Invoice TO CX-Count
            MOVE WS-Cert-Total-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE "REFUSED - CREDIT BALANCE" TO CX-Label
            MOVE WS-Refused-Credit TO CX-Count
            MOVE WS-Cert-Total-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE "KEPT - NO LEAVING DATE" TO CX-Label
            MOVE WS-No-Leave-Date TO CX-Count
            MOVE WS-Cert-Total-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Estimate-Note TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Fields-Line-1 TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Fields-Line-2 TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Sign-Line TO ShowCertificate
            WRITE ShowCertificate.

      * One line per student masked. The images stay blank - there
      * is nothing left in them worth keeping - and the StudentId
      * column says who.
       WriteAuditRecords.
            OPEN EXTEND AuditFile
            PERFORM VARYING AnonIdx FROM 1 BY 1
                    UNTIL AnonIdx > AnonTableCount
                MOVE SPACES TO AuditRecord
                MOVE "STUDANONYM"       TO AUD-Program
                MOVE WS-Operator-Id     TO AUD-Operator
                MOVE AN-StudentId-Tbl(AnonIdx) TO AUD-StudentId
                MOVE "ANONYMIZE"        TO AUD-Action-Tmp
                MOVE AUD-Action-Tmp     TO AUD-Action
                MOVE SPACES             TO AUD-Before-CourseCode
                MOVE SPACES             TO AUD-After-CourseCode
                MOVE SPACES             TO AUD-Before-Image
                MOVE SPACES             TO AUD-After-Image
                ACCEPT AUD-Date FROM DATE YYYYMMDD
                ACCEPT AUD-Time FROM TIME
                MOVE AuditRecord TO AuditLogRecord
                WRITE AuditLogRecord
            END-PERFORM
            CLOSE AuditFile.

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

      * A held lock means another session is updating the master -
      * this run refuses with a clear message and a nonzero return
      * code rather than rewriting the archive underneath them. A
      * crashed session's leftover lock is cleared through
      * LockStatus.
       ClaimMasterLock.
            MOVE "N" TO WS-Lock-Held-Sw
            OPEN INPUT LockFile
            IF WS-Lock-Status = "00"
                READ LockFile
                    AT END CONTINUE
                    NOT AT END
                        IF LCK-Holder NOT = SPACES
                            SET MasterLockHeld TO TRUE
                            MOVE LCK-Holder TO WS-Lock-Holder
                            MOVE LCK-Date   TO WS-Lock-Held-Date
                            MOVE LCK-Time   TO WS-Lock-Held-Time
                        END-IF
                END-READ
                CLOSE LockFile
            END-IF
            IF MasterLockHeld
                DISPLAY "StudAnonymize - STUDMAS.DAT IS IN USE BY "
                    WS-Lock-Holder " SINCE " WS-Lock-Held-Date
                    " " WS-Lock-Held-Time " - RUN REFUSED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT LockFile
            MOVE WS-Operator-Id TO LCK-Holder
            ACCEPT LCK-Date FROM DATE YYYYMMDD
            ACCEPT LCK-Time FROM TIME
            WRITE LockRecord
            CLOSE LockFile.

       ReleaseMasterLock.
            OPEN OUTPUT LockFile
            MOVE SPACES TO LCK-Holder
            MOVE ZERO TO LCK-Date LCK-Time
            WRITE LockRecord
            CLOSE LockFile.

       END PROGRAM StudAnonymize.
