      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccess.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

           SELECT ArchiveFile ASSIGN "ARCHIVE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Archive-Status.

      * AUDIT.DAT and every AUDIT.YYYYMM generation AuditRetention
      * has cut from it - the same layout under a name set at run
      * time.
           SELECT AuditFile
                  ASSIGN TO DYNAMIC WS-Audit-File-Name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Audit-Status.

           SELECT ResultsFile ASSIGN "RESULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

           SELECT AttendFile ASSIGN "ATTEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Attend-Status.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

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

           SELECT AwardFile ASSIGN "AWARDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Award-Status.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CorrHist-Status.

           SELECT ProspContactFile ASSIGN "PROSCONT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ProsCont-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

           SELECT ContactPrefFile ASSIGN "CONTPREF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ContPref-Status.

           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT CustHistFile ASSIGN "CUSTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CustHist-Status.

      * The extract as a file - every record found, labelled with
      * the file it came from, for whatever form the answer goes
      * out in.
           SELECT ExtractFile ASSIGN "SUBJACC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExtractPrintFile ASSIGN "SUBJACC.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SignonFile ASSIGN "SIGNON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Signon-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

      * Only the id is needed to pick a record out - the rest goes
      * to the extract as it stands, archive and anonymization
      * dates included.
       FD  ArchiveFile.
       01  ArchiveRecord.
           02  ARC-StudentId       PIC 9(7).
           02  ARC-StudentName     PIC X(10).
           02  FILLER              PIC X(75).
      * The date the record left the master and the date
      * StudAnonymize masked it (zero until then).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

       FD  AuditFile.
           COPY AUDITREC.

       FD  ResultsFile.
           COPY RESULTS.

       FD  AttendFile.
           COPY ATTEND.

       FD  EnrollFile.
           COPY ENROLL.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  CreditFile.
           COPY CREDITS.

       FD  AwardFile.
           COPY AWARDS.

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  ProspContactFile.
           COPY PROSCONT.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  ContactPrefFile.
           COPY CONTPREF.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  CustHistFile.
           COPY CUSTHIST.

       FD  ExtractFile.
       01  ExtractRecord.
           02 SAX-Source           PIC X(12).
           02 FILLER               PIC X.
           02 SAX-Image            PIC X(263).

       FD  ExtractPrintFile.
       01  ShowExtract              PIC X(80).

       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-Archive-Status       PIC XX      VALUE SPACES.
       01  WS-Audit-Status         PIC XX      VALUE SPACES.
       01  WS-Results-Status       PIC XX      VALUE SPACES.
       01  WS-Attend-Status        PIC XX      VALUE SPACES.
       01  WS-Enroll-Status        PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Credit-Status        PIC XX      VALUE SPACES.
       01  WS-Award-Status         PIC XX      VALUE SPACES.
       01  WS-CorrHist-Status      PIC XX      VALUE SPACES.
       01  WS-ProsCont-Status      PIC XX      VALUE SPACES.
       01  WS-Suppress-Status      PIC XX      VALUE SPACES.
       01  WS-ContPref-Status      PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-CustHist-Status      PIC XX      VALUE SPACES.
       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

      * One end-of-file switch serves every source in turn - each
      * scan resets it before its first read.
       01  WS-Source-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSourceFile                  VALUE "Y".
       01  WS-Extract-EOF-Switch   PIC X       VALUE "N".
           88 EndOfExtractFile                 VALUE "Y".

       01  KeyedPartyType          PIC X.
           88 SubjectIsStudent                 VALUE "S".
           88 SubjectIsCustomer                VALUE "C".
       01  KeyedPartyId            PIC X(7).
       01  WS-Wanted-Party-Id      PIC 9(7)    VALUE ZERO.
       01  WS-Wanted-Cus-Id        PIC 9(5)    VALUE ZERO.
       01  WS-Subject-Name         PIC X(20)   VALUE SPACES.

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Business-Date-Split REDEFINES WS-Business-Date.
           02 WS-Business-YYYYMM   PIC 9(6).
           02 WS-Business-DD       PIC 9(2).
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  WS-Audit-File-Name      PIC X(12)   VALUE "AUDIT.DAT".
       01  WS-Generation-Name.
           02 FILLER               PIC X(6)    VALUE "AUDIT.".
           02 WS-Generation-YYYYMM PIC 9(6).
       01  WS-Generation-Split REDEFINES WS-Generation-Name.
           02 FILLER               PIC X(6).
           02 WS-Generation-YYYY   PIC 9(4).
           02 WS-Generation-MM     PIC 9(2).

      * How far back the AUDIT.YYYYMM generations are looked for.
       01  WS-Generation-Years     PIC 9(2)    VALUE 20.

       01  WS-Audit-Match-Switch   PIC X       VALUE "N".
           88 AuditLineIsSubjects              VALUE "Y".

      * Every source searched, in the order searched, with the
      * records found on it - the index page is printed from here.
       01  SourceTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  SourceTable.
           02 SourceEntry          OCCURS 1 TO 300 TIMES
                                    DEPENDING ON SourceTableCount
                                    INDEXED BY SourceIdx.
               03 SO-Name-Tbl      PIC X(12).
               03 SO-Count-Tbl     PIC 9(5).
               03 SO-Missing-Tbl   PIC X.
                   88 SourceNotOnHand       VALUE "Y".

       01  WS-Image                PIC X(320)  VALUE SPACES.
       01  WS-Image-Chunks REDEFINES WS-Image.
           02 WS-Image-Chunk       PIC X(64)   OCCURS 5 TIMES.
       01  WS-Chunk-Sub            PIC 9(4)    COMP VALUE ZERO.

       01  WS-Total-Records        PIC 9(7)    VALUE ZERO.
       01  WS-Current-Section      PIC X(12)   VALUE SPACES.

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       01  WS-Title-Line.
           02 FILLER               PIC X(25)   VALUE
              "SUBJECT ACCESS EXTRACT - ".
           02 TL-Party-Word        PIC X(9).
           02 TL-Party-Id          PIC 9(7).
           02 FILLER               PIC X(8)    VALUE "  AS AT ".
           02 TL-Date              PIC 9(8).
           02 FILLER               PIC X(23)   VALUE SPACES.

       01  WS-Name-Line.
           02 FILLER               PIC X(14)   VALUE "NAME ON FILE: ".
           02 NM-Name              PIC X(20).
           02 FILLER               PIC X(46)   VALUE SPACES.

       01  WS-Index-Heading-Line   PIC X(80)   VALUE
           "INDEX - SOURCE FILE        RECORDS".

       01  WS-Index-Line.
           02 FILLER               PIC X(8)    VALUE SPACES.
           02 IX-Source            PIC X(12).
           02 FILLER               PIC X(5)    VALUE SPACES.
           02 IX-Count             PIC ZZZZ9.
           02 FILLER               PIC X(2)    VALUE SPACES.
           02 IX-Note              PIC X(20).
           02 FILLER               PIC X(28)   VALUE SPACES.

       01  WS-Index-Total-Line.
           02 FILLER               PIC X(8)    VALUE SPACES.
           02 FILLER               PIC X(12)   VALUE "TOTAL".
           02 FILLER               PIC X(3)    VALUE SPACES.
           02 IT-Count             PIC ZZZZZZ9.
           02 FILLER               PIC X(50)   VALUE SPACES.

       01  WS-Section-Line.
           02 FILLER               PIC X(13)   VALUE "SOURCE FILE: ".
           02 SL-Source            PIC X(12).
           02 FILLER               PIC X(55)   VALUE SPACES.

       01  WS-Record-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 RL-Marker            PIC X(2).
           02 RL-Chunk             PIC X(64).
           02 FILLER               PIC X(10)   VALUE SPACES.

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Everything we hold on one person, for a subject access
      * request, in one run - keyed by StudentId, or by Cus-Id for
      * a sales customer. Every file that carries the person is
      * searched and each record found goes to SUBJACC.DAT whole,
      * labelled with the file it came from; SUBJACC.PRT opens with
      * an index page of the files searched and the records found
      * on each, then prints the records file by file. A file not
      * on hand is listed as such, so the index shows it was looked
      * for. The run itself is audited against the person.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM AcceptSubject

            OPEN OUTPUT ExtractFile
            IF SubjectIsStudent
                PERFORM ExtractStudentMaster
                PERFORM ExtractArchive
                PERFORM ExtractAuditTrail
                PERFORM ExtractResults
                PERFORM ExtractAttendance
                PERFORM ExtractEnrollment
                PERFORM ExtractInvoices
                PERFORM ExtractCredits
                PERFORM ExtractAwards
                PERFORM ExtractCorrespondence
                PERFORM ExtractProspectContacts
                PERFORM ExtractSuppression
                PERFORM ExtractContactPrefs
            ELSE
                PERFORM ExtractCustomerMaster
                PERFORM ExtractCustomerHistory
                PERFORM ExtractAuditTrail
                PERFORM ExtractCorrespondence
                PERFORM ExtractSuppression
                PERFORM ExtractContactPrefs
            END-IF
            CLOSE ExtractFile

            PERFORM PrintExtract
            PERFORM WriteAuditRecord

            DISPLAY "SubjectAccess - Control Report"
            DISPLAY "Subject            : " KeyedPartyType " "
                WS-Wanted-Party-Id
            DISPLAY "Sources searched   : " SourceTableCount
            DISPLAY "Records extracted  : " WS-Total-Records
            STOP RUN.

      * A customer id keys right-aligned with leading zeros, the
      * way CorrInquiry takes it.
       AcceptSubject.
            DISPLAY "Subject type - S student, C sales customer: "
                WITH NO ADVANCING
            MOVE SPACE TO KeyedPartyType
            ACCEPT KeyedPartyType
            IF NOT SubjectIsStudent AND NOT SubjectIsCustomer
                DISPLAY "SubjectAccess - SUBJECT TYPE MUST BE S OR C"
                    " - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Subject id (7 digits, customers with leading "
                "zeros): " WITH NO ADVANCING
            MOVE SPACES TO KeyedPartyId
            ACCEPT KeyedPartyId
            IF KeyedPartyId NOT NUMERIC
                DISPLAY "SubjectAccess - SUBJECT ID MUST BE 7 NUMERIC"
                    " DIGITS - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE KeyedPartyId TO WS-Wanted-Party-Id
            IF SubjectIsCustomer
                IF WS-Wanted-Party-Id > 99999
                    DISPLAY "SubjectAccess - A CUS-ID IS 5 DIGITS - "
                        "RUN ABORTED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-Wanted-Party-Id TO WS-Wanted-Cus-Id
            END-IF.

       ExtractStudentMaster.
            MOVE "STUDMAS.DAT" TO WS-Current-Section
            PERFORM StartSource
            OPEN INPUT StudentFile
            IF WS-Student-Status NOT = "00"
                PERFORM MarkSourceMissing
            ELSE
                MOVE WS-Wanted-Party-Id TO StudentId
                READ StudentFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE StudentName TO WS-Subject-Name
                        MOVE StudentMasterRecord TO WS-Image
                        PERFORM WriteExtractRecord
                END-READ
                CLOSE StudentFile
            END-IF.

      * A student archived and later reinstated is on both files,
      * so the archive is searched whether or not the master held
      * the record.
       ExtractArchive.
            MOVE "ARCHIVE.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ArchiveFile
            IF WS-Archive-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF ARC-StudentId = WS-Wanted-Party-Id
                    IF WS-Subject-Name = SPACES
                        MOVE ARC-StudentName TO WS-Subject-Name
                    END-IF
                    MOVE ArchiveRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Archive-Status NOT = "35"
                CLOSE ArchiveFile
            END-IF.

      * The live trail, then every monthly generation back over the
      * retention years; a month with no generation is passed over
      * quietly, and a generation holding nothing on the person is
      * left off the index.
       ExtractAuditTrail.
            MOVE "AUDIT.DAT" TO WS-Audit-File-Name
            MOVE WS-Audit-File-Name TO WS-Current-Section
            PERFORM StartSource
            PERFORM ScanAuditFile
            IF WS-Audit-Status = "35"
                PERFORM MarkSourceMissing
            END-IF
            MOVE WS-Business-YYYYMM TO WS-Generation-YYYYMM
            SUBTRACT WS-Generation-Years FROM WS-Generation-YYYY
            MOVE 1 TO WS-Generation-MM
            PERFORM UNTIL WS-Generation-YYYYMM > WS-Business-YYYYMM
                MOVE WS-Generation-Name TO WS-Audit-File-Name
                MOVE WS-Audit-File-Name TO WS-Current-Section
                PERFORM StartSource
                PERFORM ScanAuditFile
                IF SO-Count-Tbl(SourceIdx) = ZERO
                    SET SourceIdx DOWN BY 1
                    SET SourceTableCount TO SourceIdx
                END-IF
                IF WS-Generation-MM = 12
                    ADD 1 TO WS-Generation-YYYY
                    MOVE 1 TO WS-Generation-MM
                ELSE
                    ADD 1 TO WS-Generation-MM
                END-IF
            END-PERFORM.

       ScanAuditFile.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AuditFile
            IF WS-Audit-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AuditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CheckAuditLine
                IF AuditLineIsSubjects
                    MOVE AuditRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ AuditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Audit-Status NOT = "35"
                CLOSE AuditFile
            END-IF.

      * The StudentId column is shared: CustMaint files a customer
      * there, AdmitMaint an application number, this run a
      * customer's extract under its own action, and SuspenseAssign
      * whichever party the money went to - so its lines go to
      * either kind of subject and the extract is read before it is
      * released.
       CheckAuditLine.
            MOVE "N" TO WS-Audit-Match-Switch
            IF AUD-StudentId = WS-Wanted-Party-Id
                IF SubjectIsStudent
                    IF AUD-Program NOT = "CUSTMAINT"
                       AND AUD-Program NOT = "ADMITMAINT"
                       AND AUD-Action NOT = "SAR EXTRACT C"
                        SET AuditLineIsSubjects TO TRUE
                    END-IF
                ELSE
                    IF AUD-Program = "CUSTMAINT"
                       OR AUD-Program = "SUSPASSIGN"
                       OR AUD-Action = "SAR EXTRACT C"
                        SET AuditLineIsSubjects TO TRUE
                    END-IF
                END-IF
            END-IF.

       ExtractResults.
            MOVE "RESULTS.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ResultsFile
            IF WS-Results-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ResultsFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF RES-StudentId = WS-Wanted-Party-Id
                    MOVE ResultRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ ResultsFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Results-Status NOT = "35"
                CLOSE ResultsFile
            END-IF.

       ExtractAttendance.
            MOVE "ATTEND.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AttendFile
            IF WS-Attend-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AttendFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF ATT-StudentId = WS-Wanted-Party-Id
                    MOVE AttendanceRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ AttendFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Attend-Status NOT = "35"
                CLOSE AttendFile
            END-IF.

       ExtractEnrollment.
            MOVE "ENROLL.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT EnrollFile
            IF WS-Enroll-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ EnrollFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF ENR-StudentId = WS-Wanted-Party-Id
                    MOVE EnrollmentRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ EnrollFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Enroll-Status NOT = "35"
                CLOSE EnrollFile
            END-IF.

      * Walked on the StudentId alternate key, the way DunningRun
      * collects a student's invoices.
       ExtractInvoices.
            MOVE "INVOICE.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                PERFORM MarkSourceMissing
            ELSE
                MOVE WS-Wanted-Party-Id TO INV-StudentId
                START InvoiceFile KEY IS NOT LESS THAN INV-StudentId
                    INVALID KEY SET EndOfSourceFile TO TRUE
                END-START
                PERFORM UNTIL EndOfSourceFile
                    READ InvoiceFile NEXT RECORD
                        AT END SET EndOfSourceFile TO TRUE
                        NOT AT END
                            IF INV-StudentId NOT = WS-Wanted-Party-Id
                                SET EndOfSourceFile TO TRUE
                            ELSE
                                MOVE InvoiceRecord TO WS-Image
                                PERFORM WriteExtractRecord
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE InvoiceFile
            END-IF.

       ExtractCredits.
            MOVE "CREDITS.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CreditFile
            IF WS-Credit-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CRD-StudentId = WS-Wanted-Party-Id
                    MOVE CreditBalanceRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Credit-Status NOT = "35"
                CLOSE CreditFile
            END-IF.

       ExtractAwards.
            MOVE "AWARDS.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AwardFile
            IF WS-Award-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AwardFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF AWD-StudentId = WS-Wanted-Party-Id
                    MOVE AwardRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ AwardFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Award-Status NOT = "35"
                CLOSE AwardFile
            END-IF.

       ExtractCorrespondence.
            MOVE "CORRHIST.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CorrHistFile
            IF WS-CorrHist-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CorrHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CRH-Party-Type = KeyedPartyType
                   AND CRH-Party-Id = WS-Wanted-Party-Id
                    MOVE CorrespondenceRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ CorrHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CorrHist-Status NOT = "35"
                CLOSE CorrHistFile
            END-IF.

       ExtractProspectContacts.
            MOVE "PROSCONT.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ProspContactFile
            IF WS-ProsCont-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ProspContactFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF PCT-StudentId = WS-Wanted-Party-Id
                    MOVE ProspectContactRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ ProspContactFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ProsCont-Status NOT = "35"
                CLOSE ProspContactFile
            END-IF.

       ExtractSuppression.
            MOVE "SUPPRESS.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT SuppressFile
            IF WS-Suppress-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ SuppressFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF SUP-Party-Type = KeyedPartyType
                   AND SUP-Party-Id = WS-Wanted-Party-Id
                    MOVE SuppressionRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ SuppressFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suppress-Status NOT = "35"
                CLOSE SuppressFile
            END-IF.

      * The mobile number and email address the person gave us for
      * messages are theirs too.
       ExtractContactPrefs.
            MOVE "CONTPREF.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ContactPrefFile
            IF WS-ContPref-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ContactPrefFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CPF-Party-Type = KeyedPartyType
                   AND CPF-Party-Id = WS-Wanted-Party-Id
                    MOVE ContactPrefRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ ContactPrefFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ContPref-Status NOT = "35"
                CLOSE ContactPrefFile
            END-IF.

       ExtractCustomerMaster.
            MOVE "CUSTMAST.DAT" TO WS-Current-Section
            PERFORM StartSource
            OPEN INPUT CustomerFile
            IF WS-Customer-Status NOT = "00"
                PERFORM MarkSourceMissing
            ELSE
                MOVE WS-Wanted-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CM-Cus-Name TO WS-Subject-Name
                        MOVE CustomerMasterRecord TO WS-Image
                        PERFORM WriteExtractRecord
                END-READ
                CLOSE CustomerFile
            END-IF.

       ExtractCustomerHistory.
            MOVE "CUSTHIST.DAT" TO WS-Current-Section
            PERFORM StartSource
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CustHistFile
            IF WS-CustHist-Status NOT = "00"
                PERFORM MarkSourceMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CustHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF CH-Cus-Id = WS-Wanted-Cus-Id
                    MOVE CustHistRecord TO WS-Image
                    PERFORM WriteExtractRecord
                END-IF
                READ CustHistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CustHist-Status NOT = "35"
                CLOSE CustHistFile
            END-IF.

       StartSource.
            SET SourceIdx TO SourceTableCount
            SET SourceIdx UP BY 1
            SET SourceTableCount TO SourceIdx
            MOVE WS-Current-Section TO SO-Name-Tbl(SourceIdx)
            MOVE ZERO TO SO-Count-Tbl(SourceIdx)
            MOVE "N"  TO SO-Missing-Tbl(SourceIdx).

       MarkSourceMissing.
            MOVE "Y" TO SO-Missing-Tbl(SourceIdx).

       WriteExtractRecord.
            MOVE SPACES TO ExtractRecord
            MOVE WS-Current-Section TO SAX-Source
            MOVE WS-Image TO SAX-Image
            WRITE ExtractRecord
            ADD 1 TO SO-Count-Tbl(SourceIdx)
            ADD 1 TO WS-Total-Records
            MOVE SPACES TO WS-Image.

      * The index page first, then the records off SUBJACC.DAT in
      * the order found, each file's under its own heading. A
      * record wider than the page runs on over following lines,
      * the run-on lines marked "+".
       PrintExtract.
            OPEN OUTPUT ExtractPrintFile
            IF SubjectIsStudent
                MOVE "STUDENT  " TO TL-Party-Word
            ELSE
                MOVE "CUSTOMER " TO TL-Party-Word
            END-IF
            MOVE WS-Wanted-Party-Id TO TL-Party-Id
            MOVE WS-Business-Date TO TL-Date
            MOVE WS-Title-Line TO ShowExtract
            WRITE ShowExtract
            IF WS-Subject-Name = SPACES
                MOVE "(NOT ON THE MASTER)" TO NM-Name
            ELSE
                MOVE WS-Subject-Name TO NM-Name
            END-IF
            MOVE WS-Name-Line TO ShowExtract
            WRITE ShowExtract
            MOVE WS-Blank-Line TO ShowExtract
            WRITE ShowExtract
            MOVE WS-Index-Heading-Line TO ShowExtract
            WRITE ShowExtract
            PERFORM VARYING SourceIdx FROM 1 BY 1
                    UNTIL SourceIdx > SourceTableCount
                MOVE SO-Name-Tbl(SourceIdx)  TO IX-Source
                MOVE SO-Count-Tbl(SourceIdx) TO IX-Count
                IF SourceNotOnHand(SourceIdx)
                    MOVE "FILE NOT ON HAND" TO IX-Note
                ELSE
                    MOVE SPACES TO IX-Note
                END-IF
                MOVE WS-Index-Line TO ShowExtract
                WRITE ShowExtract
            END-PERFORM
            MOVE WS-Total-Records TO IT-Count
            MOVE WS-Index-Total-Line TO ShowExtract
            WRITE ShowExtract

            MOVE SPACES TO WS-Current-Section
            MOVE "N" TO WS-Extract-EOF-Switch
            OPEN INPUT ExtractFile
            READ ExtractFile
                AT END SET EndOfExtractFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfExtractFile
                IF SAX-Source NOT = WS-Current-Section
                    PERFORM PrintSectionHeading
                END-IF
                MOVE SAX-Image TO WS-Image
                PERFORM PrintExtractRecord
                READ ExtractFile
                    AT END SET EndOfExtractFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE ExtractFile
            CLOSE ExtractPrintFile.

       PrintSectionHeading.
            MOVE SAX-Source TO SL-Source
            MOVE WS-Section-Line TO ShowExtract
            IF WS-Current-Section = SPACES
                WRITE ShowExtract AFTER ADVANCING PAGE
            ELSE
                MOVE WS-Blank-Line TO ShowExtract
                WRITE ShowExtract
                MOVE WS-Section-Line TO ShowExtract
                WRITE ShowExtract
            END-IF
            MOVE SAX-Source TO WS-Current-Section.

       PrintExtractRecord.
            MOVE "  " TO RL-Marker
            MOVE WS-Image-Chunk(1) TO RL-Chunk
            MOVE WS-Record-Line TO ShowExtract
            WRITE ShowExtract
            PERFORM VARYING WS-Chunk-Sub FROM 2 BY 1
                    UNTIL WS-Chunk-Sub > 5
                IF WS-Image-Chunk(WS-Chunk-Sub) NOT = SPACES
                    MOVE "+ " TO RL-Marker
                    MOVE WS-Image-Chunk(WS-Chunk-Sub) TO RL-Chunk
                    MOVE WS-Record-Line TO ShowExtract
                    WRITE ShowExtract
                END-IF
            END-PERFORM.

      * The disclosure is itself on the record, audited against the
      * person's id - the action says which kind of id it is, so
      * the next extract finds the line under the right subject.
       WriteAuditRecord.
            MOVE "AUDIT.DAT" TO WS-Audit-File-Name
            OPEN EXTEND AuditFile
            IF WS-Audit-Status = "35"
                OPEN OUTPUT AuditFile
            END-IF
            MOVE SPACES TO AuditRecord
            MOVE "SUBJACCESS"       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE WS-Wanted-Party-Id TO AUD-StudentId
            MOVE "SAR EXTRACT"      TO AUD-Action-Tmp
            MOVE KeyedPartyType     TO AUD-Action-Tmp(13:1)
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord
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

       END PROGRAM SubjectAccess.
