      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

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

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Course-Status.

           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Product-Status.

           SELECT EnrollFile ASSIGN "ENROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Enroll-Status.

           SELECT ResultsFile ASSIGN "RESULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

           SELECT AttendFile ASSIGN "ATTEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Attend-Status.

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

           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

           SELECT WaitlistFile ASSIGN "WAITLIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Waitlist-Status.

           SELECT CustomerXrefFile ASSIGN "CUSTXREF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Xref-Status.

           SELECT SalesInvoiceFile ASSIGN "SALESINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SalesInv-Status.

           SELECT ContractFile ASSIGN "CONTRACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Contract-Status.

           SELECT BackorderFile ASSIGN "BACKORD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Backorder-Status.

           SELECT AuthFile ASSIGN "RETAUTH.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Auth-Status.

           SELECT IntegrityReportFile ASSIGN "INTEGRTY.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Except-Status.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

      * Only the id is needed - an archived student is one the
      * related files may still name, but not as never-existed.
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

       FD  CourseFile.
           COPY COURSMAS.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  ProductFile.
           COPY PRODMAST.

       FD  EnrollFile.
           COPY ENROLL.

       FD  ResultsFile.
           COPY RESULTS.

       FD  AttendFile.
           COPY ATTEND.

       FD  InvoiceFile.
           COPY INVOICE.

       FD  CreditFile.
           COPY CREDITS.

       FD  AwardFile.
           COPY AWARDS.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  WaitlistFile.
           COPY WAITLIST.

       FD  CustomerXrefFile.
       01  CustomerXrefRecord.
           02 CX-Cus-Id     PIC 9(5).
           02 CX-StudentId  PIC 9(7).

       FD  SalesInvoiceFile.
           COPY SALESINV.

       FD  ContractFile.
           COPY CONTRACT.

       FD  BackorderFile.
           COPY BACKORD.

       FD  AuthFile.
           COPY RETAUTH.

       FD  IntegrityReportFile.
       01  ShowIntegrity            PIC X(80).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-Archive-Status       PIC XX      VALUE SPACES.
       01  WS-Audit-Status         PIC XX      VALUE SPACES.
       01  WS-Course-Status        PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-Product-Status       PIC XX      VALUE SPACES.
       01  WS-Enroll-Status        PIC XX      VALUE SPACES.
       01  WS-Results-Status       PIC XX      VALUE SPACES.
       01  WS-Attend-Status        PIC XX      VALUE SPACES.
       01  WS-Invoice-Status       PIC XX      VALUE SPACES.
       01  WS-Credit-Status        PIC XX      VALUE SPACES.
       01  WS-Award-Status         PIC XX      VALUE SPACES.
       01  WS-Plan-Status          PIC XX      VALUE SPACES.
       01  WS-Waitlist-Status      PIC XX      VALUE SPACES.
       01  WS-Xref-Status          PIC XX      VALUE SPACES.
       01  WS-SalesInv-Status      PIC XX      VALUE SPACES.
       01  WS-Contract-Status      PIC XX      VALUE SPACES.
       01  WS-Backorder-Status     PIC XX      VALUE SPACES.
       01  WS-Auth-Status          PIC XX      VALUE SPACES.
       01  WS-Except-Status        PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

      * One end-of-file switch serves every source in turn - each
      * scan resets it before its first read.
       01  WS-Source-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSourceFile                  VALUE "Y".

      * A master not on hand leaves its relationship unchecked
      * rather than reporting every record that points at it.
       01  WS-Student-Master-Switch PIC X      VALUE "N".
           88 StudentMasterOnHand              VALUE "Y".
       01  WS-Course-Master-Switch PIC X       VALUE "N".
           88 CourseMasterOnHand               VALUE "Y".
       01  WS-Customer-Master-Switch PIC X     VALUE "N".
           88 CustomerMasterOnHand             VALUE "Y".
       01  WS-Product-Master-Switch PIC X      VALUE "N".
           88 ProductMasterOnHand              VALUE "Y".

       01  WS-Found-Switch         PIC X       VALUE "N".
           88 EntryFound                       VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.
       01  WS-Business-Date-Split REDEFINES WS-Business-Date.
           02 WS-Business-YYYYMM   PIC 9(6).
           02 WS-Business-DD       PIC 9(2).

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

      * Every StudentId on ARCHIVE.DAT.
       01  ArchiveTableCount       PIC 9(5)    COMP VALUE ZERO.
       01  ArchiveTable.
           02 ArchiveEntry         OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON ArchiveTableCount
                                    INDEXED BY ArcIdx.
               03 AR-StudentId-Tbl PIC 9(7).

      * Every id StudMerge retired, with the survivor it went into -
      * the first seven bytes of the after image on its audit line.
       01  MergeTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  MergeTable.
           02 MergeEntry           OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON MergeTableCount
                                    INDEXED BY MergeIdx.
               03 MG-Retiree-Tbl   PIC 9(7).
               03 MG-Survivor-Tbl  PIC X(7).

       01  CourseTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry          OCCURS 1 TO 500 TIMES
                                    DEPENDING ON CourseTableCount
                                    INDEXED BY CourseIdx.
               03 CS-Code-Tbl      PIC X(4).

      * PRODMAST.DAT carries a row per price change, so a product
      * id is kept once however many rows it has.
       01  ProductTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ProductTable.
           02 ProductEntry         OCCURS 1 TO 200 TIMES
                                    DEPENDING ON ProductTableCount
                                    INDEXED BY ProdIdx.
               03 PT-Id-Tbl        PIC X.

      * Orphans this run has already raised and still open on
      * EXCEPTS.DAT - a weekly sweep finds the same orphan until
      * someone fixes it, and one open exception is enough.
       01  OpenExcTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  OpenExcTable.
           02 OpenExcEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON OpenExcTableCount
                                    INDEXED BY OpenExcIdx.
               03 OX-Key-Tbl       PIC X(10).
               03 OX-Reason-Tbl    PIC X(40).

      * Every file checked, in the order checked.
       01  FileTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  FileTable.
           02 FileEntry            OCCURS 1 TO 20 TIMES
                                    DEPENDING ON FileTableCount
                                    INDEXED BY FileIdx.
               03 FT-Name-Tbl      PIC X(12).
               03 FT-Read-Tbl      PIC 9(7).
               03 FT-Orphans-Tbl   PIC 9(7).
               03 FT-Missing-Tbl   PIC X.
                   88 FileNotOnHand         VALUE "Y".

      * Every file-to-master relationship checked, with the file
      * it belongs to.
       01  RelationTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  RelationTable.
           02 RelationEntry        OCCURS 1 TO 40 TIMES
                                    DEPENDING ON RelationTableCount
                                    INDEXED BY RelIdx.
               03 RT-File-Tbl      PIC X(12).
               03 RT-Relation-Tbl  PIC X(8).
               03 RT-Checked-Tbl   PIC 9(7).
               03 RT-Orphans-Tbl   PIC 9(7).

      * The four relationships and the master each is checked
      * against, for the all-files totals.
       01  MasterValues.
           02 FILLER               PIC X(20)   VALUE
              "STUDENT STUDMAS.DAT ".
           02 FILLER               PIC X(20)   VALUE
              "COURSE  COURSES.DAT ".
           02 FILLER               PIC X(20)   VALUE
              "CUSTOMERCUSTMAST.DAT".
           02 FILLER               PIC X(20)   VALUE
              "PRODUCT PRODMAST.DAT".
       01  MasterTable REDEFINES MasterValues.
           02 MasterEntry          OCCURS 4 TIMES
                                    INDEXED BY MasterIdx.
               03 MS-Relation-Tbl  PIC X(8).
               03 MS-File-Tbl      PIC X(12).

       01  WS-Current-File         PIC X(12)   VALUE SPACES.
       01  WS-Current-Stem         PIC X(8)    VALUE SPACES.
       01  WS-Current-Relation     PIC X(8)    VALUE SPACES.
       01  WS-Record-Ident         PIC X(16)   VALUE SPACES.

       01  WS-Check-StudentId      PIC 9(7)    VALUE ZERO.
       01  WS-Check-CourseCode     PIC X(4)    VALUE SPACES.
       01  WS-Check-Cus-Id         PIC 9(5)    VALUE ZERO.
       01  WS-Check-Product-Id     PIC X       VALUE SPACE.

       01  WS-Orphan-Code          PIC X(3)    VALUE SPACES.
       01  WS-Orphan-Value         PIC X(7)    VALUE SPACES.
       01  WS-Orphan-Text          PIC X(24)   VALUE SPACES.
       01  WS-Orphan-Raised        PIC X(4)    VALUE SPACES.

      * The EXC-Reason carried to EXCEPTS.DAT - reason code, the
      * file the orphan sits on, and what it lost hold of.
       01  WS-Exc-Reason.
           02 ER-Code              PIC X(3).
           02 FILLER               PIC X       VALUE SPACE.
           02 ER-Stem              PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 ER-Text              PIC X(27).

       01  WS-Run-Totals.
           02 WS-Files-Checked     PIC 9(5)    VALUE ZERO.
           02 WS-Files-Missing     PIC 9(5)    VALUE ZERO.
           02 WS-Records-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Orphans-Found     PIC 9(7)    VALUE ZERO.
           02 WS-SNF-Count         PIC 9(7)    VALUE ZERO.
           02 WS-SAR-Count         PIC 9(7)    VALUE ZERO.
           02 WS-SMG-Count         PIC 9(7)    VALUE ZERO.
           02 WS-CNF-Count         PIC 9(7)    VALUE ZERO.
           02 WS-KNF-Count         PIC 9(7)    VALUE ZERO.
           02 WS-PNF-Count         PIC 9(7)    VALUE ZERO.
           02 WS-Exceptions-Raised PIC 9(7)    VALUE ZERO.
           02 WS-Exceptions-Open   PIC 9(7)    VALUE ZERO.

       01  WS-Sum-Checked          PIC 9(7)    VALUE ZERO.
       01  WS-Sum-Orphans          PIC 9(7)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER               PIC X(45)   VALUE
              "CROSS-FILE INTEGRITY SWEEP - ORPHANED RECORDS".
           02 FILLER               PIC X(8)    VALUE "  AS AT ".
           02 TL-Date              PIC 9(8).
           02 FILLER               PIC X(19)   VALUE SPACES.

       01  WS-Column-Heading-Line.
           02 FILLER               PIC X(40)   VALUE
              "FILE         RELATION CDE VALUE   RECORD".
           02 FILLER               PIC X(40)   VALUE
              "           REASON                   EXC".

       01  WS-Detail-Line.
           02 DL-File              PIC X(12).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Relation          PIC X(8).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Code              PIC X(3).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Value             PIC X(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Record            PIC X(16).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Reason            PIC X(24).
           02 FILLER               PIC X       VALUE SPACE.
           02 DL-Raised            PIC X(4).

       01  WS-No-Orphans-Line      PIC X(80)   VALUE
           "    NO ORPHANED RECORDS FOUND".

       01  WS-File-Heading-Line    PIC X(80)   VALUE
           "TOTALS BY FILE AND RELATIONSHIP".

       01  WS-File-Total-Line.
           02 FTL-File             PIC X(12).
           02 FILLER               PIC X       VALUE SPACE.
           02 FTL-Label            PIC X(14).
           02 FTL-Read             PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(11)   VALUE "   ORPHANS ".
           02 FTL-Orphans          PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(24)   VALUE SPACES.

       01  WS-File-Missing-Line.
           02 FM-File              PIC X(12).
           02 FILLER               PIC X(30)   VALUE
              " NOT ON HAND - NOT CHECKED".
           02 FILLER               PIC X(38)   VALUE SPACES.

       01  WS-Relation-Line.
           02 FILLER               PIC X(4)    VALUE SPACES.
           02 FILLER               PIC X(3)    VALUE "-> ".
           02 RTL-Relation         PIC X(8).
           02 FILLER               PIC X(12)   VALUE "    CHECKED ".
           02 RTL-Checked          PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(11)   VALUE "   ORPHANS ".
           02 RTL-Orphans          PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(24)   VALUE SPACES.

       01  WS-Master-Heading-Line  PIC X(80)   VALUE
           "TOTALS BY RELATIONSHIP - ALL FILES".

       01  WS-Master-Line.
           02 ML-Relation          PIC X(8).
           02 FILLER               PIC X(4)    VALUE " -> ".
           02 ML-File              PIC X(12).
           02 FILLER               PIC X(11)   VALUE "   CHECKED ".
           02 ML-Checked           PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(11)   VALUE "   ORPHANS ".
           02 ML-Orphans           PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(16)   VALUE SPACES.

       01  WS-Master-Missing-Line.
           02 MM-Relation          PIC X(8).
           02 FILLER               PIC X(4)    VALUE " -> ".
           02 MM-File              PIC X(12).
           02 FILLER               PIC X(37)   VALUE
              "   MASTER NOT ON HAND - NOT CHECKED".
           02 FILLER               PIC X(19)   VALUE SPACES.

       01  WS-Blank-Line           PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The weekly orphan sweep. StudVerify checks STUDMAS.DAT field
      * by field; this checks the files that point at it and at the
      * other masters. Every student id on the related student-side
      * files is looked up on STUDMAS.DAT, and one that is missing is
      * told apart as merged (a StudMerge audit line retired it),
      * archived (on ARCHIVE.DAT) or never on file; course codes are
      * checked against COURSES.DAT. The sales-side files are checked
      * against CUSTMAST.DAT and PRODMAST.DAT. Each orphan is listed
      * on INTEGRTY.PRT with its reason code and raised on
      * EXCEPTS.DAT, unless the same orphan is still open there from
      * an earlier sweep; the report closes with totals by file and
      * relationship. Nothing is changed - the clean-up is a
      * decision for the office, one exception at a time.
            PERFORM GetBusinessDate
            PERFORM LoadArchiveTable
            PERFORM LoadMergeTable
            PERFORM LoadCourseTable
            PERFORM LoadProductTable
            PERFORM LoadOpenExceptions

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentMasterOnHand TO TRUE
            END-IF
            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerMasterOnHand TO TRUE
            END-IF

            OPEN OUTPUT IntegrityReportFile
            MOVE WS-Business-Date TO TL-Date
            WRITE ShowIntegrity FROM WS-Title-Line
            WRITE ShowIntegrity FROM WS-Blank-Line
            WRITE ShowIntegrity FROM WS-Column-Heading-Line

            PERFORM CheckEnrollments
            PERFORM CheckResults
            PERFORM CheckAttendance
            PERFORM CheckInvoices
            PERFORM CheckCredits
            PERFORM CheckAwards
            PERFORM CheckPaymentPlans
            PERFORM CheckWaitlist
            PERFORM CheckCustomerXref
            PERFORM CheckSalesInvoices
            PERFORM CheckContracts
            PERFORM CheckBackorders
            PERFORM CheckReturnAuths

            IF WS-Orphans-Found = ZERO
                WRITE ShowIntegrity FROM WS-No-Orphans-Line
            END-IF
            PERFORM PrintFileTotals
            PERFORM PrintMasterTotals
            CLOSE IntegrityReportFile

            IF WS-Student-Status NOT = "35"
                CLOSE StudentFile
            END-IF
            IF WS-Customer-Status NOT = "35"
                CLOSE CustomerFile
            END-IF

            DISPLAY "IntegritySweep - Control Report"
            DISPLAY "Files checked          : " WS-Files-Checked
            DISPLAY "Files not on hand      : " WS-Files-Missing
            DISPLAY "Records read           : " WS-Records-Read
            DISPLAY "Orphans found          : " WS-Orphans-Found
            DISPLAY "  SNF student not found: " WS-SNF-Count
            DISPLAY "  SAR student archived : " WS-SAR-Count
            DISPLAY "  SMG student merged   : " WS-SMG-Count
            DISPLAY "  CNF course not found : " WS-CNF-Count
            DISPLAY "  KNF customer not fnd : " WS-KNF-Count
            DISPLAY "  PNF product not found: " WS-PNF-Count
            DISPLAY "Exceptions raised      : " WS-Exceptions-Raised
            DISPLAY "Already open, not re-raised: "
                WS-Exceptions-Open
            IF NOT StudentMasterOnHand
                DISPLAY "STUDMAS.DAT not on hand - student ids not "
                    "checked"
            END-IF
            IF NOT CourseMasterOnHand
                DISPLAY "COURSES.DAT not on hand - course codes not "
                    "checked"
            END-IF
            IF NOT CustomerMasterOnHand
                DISPLAY "CUSTMAST.DAT not on hand - customer ids not "
                    "checked"
            END-IF
            IF NOT ProductMasterOnHand
                DISPLAY "PRODMAST.DAT not on hand - product ids not "
                    "checked"
            END-IF
            STOP RUN.

       LoadArchiveTable.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ArchiveFile
            IF WS-Archive-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                SET ArcIdx TO ArchiveTableCount
                SET ArcIdx UP BY 1
                SET ArchiveTableCount TO ArcIdx
                MOVE ARC-StudentId TO AR-StudentId-Tbl(ArcIdx)
                READ ArchiveFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Archive-Status NOT = "35"
                CLOSE ArchiveFile
            END-IF.

      * The live trail, then every monthly generation back over the
      * retention years - a merge done five years ago is still why
      * the retired id is missing.
       LoadMergeTable.
            MOVE "AUDIT.DAT" TO WS-Audit-File-Name
            PERFORM ScanAuditForMerges
            MOVE WS-Business-YYYYMM TO WS-Generation-YYYYMM
            SUBTRACT WS-Generation-Years FROM WS-Generation-YYYY
            MOVE 1 TO WS-Generation-MM
            PERFORM UNTIL WS-Generation-YYYYMM > WS-Business-YYYYMM
                MOVE WS-Generation-Name TO WS-Audit-File-Name
                PERFORM ScanAuditForMerges
                IF WS-Generation-MM = 12
                    ADD 1 TO WS-Generation-YYYY
                    MOVE 1 TO WS-Generation-MM
                ELSE
                    ADD 1 TO WS-Generation-MM
                END-IF
            END-PERFORM.

       ScanAuditForMerges.
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
                IF AUD-Program = "STUDMERGE"
                   AND AUD-Action = "MERGE RETIRED"
                    SET MergeIdx TO MergeTableCount
                    SET MergeIdx UP BY 1
                    SET MergeTableCount TO MergeIdx
                    MOVE AUD-StudentId TO MG-Retiree-Tbl(MergeIdx)
                    MOVE AUD-After-Image(1:7)
                        TO MG-Survivor-Tbl(MergeIdx)
                END-IF
                READ AuditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Audit-Status NOT = "35"
                CLOSE AuditFile
            END-IF.

       LoadCourseTable.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CourseFile
            IF WS-Course-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                SET CourseMasterOnHand TO TRUE
                READ CourseFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                SET CourseIdx TO CourseTableCount
                SET CourseIdx UP BY 1
                SET CourseTableCount TO CourseIdx
                MOVE CourseCode-C TO CS-Code-Tbl(CourseIdx)
                READ CourseFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Course-Status NOT = "35"
                CLOSE CourseFile
            END-IF.

       LoadProductTable.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ProductFile
            IF WS-Product-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                SET ProductMasterOnHand TO TRUE
                READ ProductFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                SET ProdIdx TO 1
                SEARCH ProductEntry
                    AT END
                        SET ProdIdx TO ProductTableCount
                        SET ProdIdx UP BY 1
                        SET ProductTableCount TO ProdIdx
                        MOVE PRD-Product-Id TO PT-Id-Tbl(ProdIdx)
                    WHEN PT-Id-Tbl(ProdIdx) = PRD-Product-Id
                        CONTINUE
                END-SEARCH
                READ ProductFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Product-Status NOT = "35"
                CLOSE ProductFile
            END-IF.

      * Only this sweep's own exceptions still open - a resolved one
      * that turns up again is raised afresh.
       LoadOpenExceptions.
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CommonExceptFile
            IF WS-Except-Status NOT = "00"
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CommonExceptFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                IF EXC-Program = "INTEGRITY" AND ExceptionOpen
                    SET OpenExcIdx TO OpenExcTableCount
                    SET OpenExcIdx UP BY 1
                    SET OpenExcTableCount TO OpenExcIdx
                    MOVE EXC-Key TO OX-Key-Tbl(OpenExcIdx)
                    MOVE EXC-Reason TO OX-Reason-Tbl(OpenExcIdx)
                END-IF
                READ CommonExceptFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Except-Status NOT = "35"
                CLOSE CommonExceptFile
            END-IF.

       CheckEnrollments.
            MOVE "ENROLL.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT EnrollFile
            IF WS-Enroll-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ EnrollFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING ENR-StudentId " " ENR-CourseCode
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE ENR-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE ENR-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
                READ EnrollFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Enroll-Status NOT = "35"
                CLOSE EnrollFile
            END-IF.

       CheckResults.
            MOVE "RESULTS.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ResultsFile
            IF WS-Results-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ResultsFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING RES-StudentId " " RES-CourseCode
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE RES-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE RES-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
                READ ResultsFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Results-Status NOT = "35"
                CLOSE ResultsFile
            END-IF.

       CheckAttendance.
            MOVE "ATTEND.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AttendFile
            IF WS-Attend-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AttendFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING ATT-StudentId " " ATT-CourseCode " "
                    ATT-Date DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE ATT-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE ATT-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
                READ AttendFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Attend-Status NOT = "35"
                CLOSE AttendFile
            END-IF.

      * Late-fee invoices carry LATE where the course code would be,
      * and a waived one carries spaces - neither names a course.
       CheckInvoices.
            MOVE "INVOICE.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT InvoiceFile
            IF WS-Invoice-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                MOVE ZERO TO INV-Number
                START InvoiceFile KEY IS NOT LESS THAN INV-Number
                    INVALID KEY SET EndOfSourceFile TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfSourceFile
                READ InvoiceFile NEXT RECORD
                    AT END SET EndOfSourceFile TO TRUE
                    NOT AT END
                        PERFORM CheckOneInvoice
                END-READ
            END-PERFORM
            IF WS-Invoice-Status NOT = "35"
                CLOSE InvoiceFile
            END-IF.

       CheckOneInvoice.
            PERFORM CountRecordRead
            STRING "INV " INV-Number
                DELIMITED BY SIZE INTO WS-Record-Ident
            MOVE INV-StudentId TO WS-Check-StudentId
            PERFORM CheckStudent
            IF NOT LateFeeInvoice
                MOVE INV-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
            END-IF.

       CheckCredits.
            MOVE "CREDITS.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CreditFile
            IF WS-Credit-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                MOVE CRD-StudentId TO WS-Record-Ident
                MOVE CRD-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                READ CreditFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Credit-Status NOT = "35"
                CLOSE CreditFile
            END-IF.

       CheckAwards.
            MOVE "AWARDS.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AwardFile
            IF WS-Award-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AwardFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING AWD-StudentId " " AWD-Type
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE AWD-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                READ AwardFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Award-Status NOT = "35"
                CLOSE AwardFile
            END-IF.

       CheckPaymentPlans.
            MOVE "PAYPLAN.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ PlanFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING PLN-StudentId " " PLN-CourseCode " " PLN-Seq
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE PLN-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE PLN-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
                READ PlanFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

       CheckWaitlist.
            MOVE "WAITLIST.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT WaitlistFile
            IF WS-Waitlist-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ WaitlistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING WL-StudentId " " WL-CourseCode
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE WL-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE WL-CourseCode TO WS-Check-CourseCode
                PERFORM CheckCourse
                READ WaitlistFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Waitlist-Status NOT = "35"
                CLOSE WaitlistFile
            END-IF.

      * A cross-reference ties a sales customer to a student, so it
      * can lose hold of either end.
       CheckCustomerXref.
            MOVE "CUSTXREF.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT CustomerXrefFile
            IF WS-Xref-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ CustomerXrefFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING CX-Cus-Id " " CX-StudentId
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE CX-StudentId TO WS-Check-StudentId
                PERFORM CheckStudent
                MOVE CX-Cus-Id TO WS-Check-Cus-Id
                PERFORM CheckCustomer
                READ CustomerXrefFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Xref-Status NOT = "35"
                CLOSE CustomerXrefFile
            END-IF.

       CheckSalesInvoices.
            MOVE "SALESINV.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT SalesInvoiceFile
            IF WS-SalesInv-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ SalesInvoiceFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING "INV " SIV-Number
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE SIV-Cus-Id TO WS-Check-Cus-Id
                PERFORM CheckCustomer
                READ SalesInvoiceFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-SalesInv-Status NOT = "35"
                CLOSE SalesInvoiceFile
            END-IF.

       CheckContracts.
            MOVE "CONTRACT.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT ContractFile
            IF WS-Contract-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ ContractFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING CTR-Cus-Id " " CTR-Product-Id " "
                    CTR-Start-Date DELIMITED BY SIZE
                    INTO WS-Record-Ident
                MOVE CTR-Cus-Id TO WS-Check-Cus-Id
                PERFORM CheckCustomer
                MOVE CTR-Product-Id TO WS-Check-Product-Id
                PERFORM CheckProduct
                READ ContractFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Contract-Status NOT = "35"
                CLOSE ContractFile
            END-IF.

       CheckBackorders.
            MOVE "BACKORD.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT BackorderFile
            IF WS-Backorder-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ BackorderFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING BO-Cus-Id " " BO-Oil-Id " " BO-Unit-Size
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE BO-Cus-Id TO WS-Check-Cus-Id
                PERFORM CheckCustomer
                MOVE BO-Oil-Id TO WS-Check-Product-Id
                PERFORM CheckProduct
                READ BackorderFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Backorder-Status NOT = "35"
                CLOSE BackorderFile
            END-IF.

       CheckReturnAuths.
            MOVE "RETAUTH.DAT" TO WS-Current-File
            PERFORM StartFile
            MOVE "N" TO WS-Source-EOF-Switch
            OPEN INPUT AuthFile
            IF WS-Auth-Status NOT = "00"
                PERFORM MarkFileMissing
                SET EndOfSourceFile TO TRUE
            ELSE
                READ AuthFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSourceFile
                PERFORM CountRecordRead
                STRING "RA " RA-Number
                    DELIMITED BY SIZE INTO WS-Record-Ident
                MOVE RA-Cus-Id TO WS-Check-Cus-Id
                PERFORM CheckCustomer
                MOVE RA-Product-Id TO WS-Check-Product-Id
                PERFORM CheckProduct
                READ AuthFile
                    AT END SET EndOfSourceFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Auth-Status NOT = "35"
                CLOSE AuthFile
            END-IF.

       StartFile.
            SET FileIdx TO FileTableCount
            SET FileIdx UP BY 1
            SET FileTableCount TO FileIdx
            MOVE WS-Current-File TO FT-Name-Tbl(FileIdx)
            MOVE ZERO TO FT-Read-Tbl(FileIdx)
            MOVE ZERO TO FT-Orphans-Tbl(FileIdx)
            MOVE "N" TO FT-Missing-Tbl(FileIdx)
            MOVE SPACES TO WS-Current-Stem
            UNSTRING WS-Current-File DELIMITED BY "."
                INTO WS-Current-Stem
            ADD 1 TO WS-Files-Checked.

       MarkFileMissing.
            MOVE "Y" TO FT-Missing-Tbl(FileIdx)
            SUBTRACT 1 FROM WS-Files-Checked
            ADD 1 TO WS-Files-Missing.

       CountRecordRead.
            ADD 1 TO FT-Read-Tbl(FileIdx)
            ADD 1 TO WS-Records-Read
            MOVE SPACES TO WS-Record-Ident.

      * Missing from the master is not the whole story - a merged id
      * points the office at the survivor, an archived one at
      * ARCHIVE.DAT; only an id on none of them never existed.
       CheckStudent.
            IF StudentMasterOnHand
                MOVE "STUDENT" TO WS-Current-Relation
                PERFORM CountRelationCheck
                MOVE WS-Check-StudentId TO StudentId
                READ StudentFile
                    INVALID KEY PERFORM ClassifyMissingStudent
                END-READ
            END-IF.

       ClassifyMissingStudent.
            MOVE WS-Check-StudentId TO WS-Orphan-Value
            MOVE SPACES TO WS-Orphan-Text
            MOVE "N" TO WS-Found-Switch
            SET MergeIdx TO 1
            SEARCH MergeEntry
                AT END CONTINUE
                WHEN MG-Retiree-Tbl(MergeIdx) = WS-Check-StudentId
                    SET EntryFound TO TRUE
                    MOVE "SMG" TO WS-Orphan-Code
                    STRING "MERGED INTO " MG-Survivor-Tbl(MergeIdx)
                        DELIMITED BY SIZE INTO WS-Orphan-Text
            END-SEARCH
            IF NOT EntryFound
                SET ArcIdx TO 1
                SEARCH ArchiveEntry
                    AT END
                        MOVE "SNF" TO WS-Orphan-Code
                        MOVE "STUDENT NOT ON FILE" TO WS-Orphan-Text
                    WHEN AR-StudentId-Tbl(ArcIdx) = WS-Check-StudentId
                        MOVE "SAR" TO WS-Orphan-Code
                        MOVE "STUDENT ARCHIVED" TO WS-Orphan-Text
                END-SEARCH
            END-IF
            PERFORM WriteOrphan.

       CheckCourse.
            IF CourseMasterOnHand AND WS-Check-CourseCode NOT = SPACES
                MOVE "COURSE" TO WS-Current-Relation
                PERFORM CountRelationCheck
                SET CourseIdx TO 1
                SEARCH CourseEntry
                    AT END
                        MOVE WS-Check-CourseCode TO WS-Orphan-Value
                        MOVE "CNF" TO WS-Orphan-Code
                        MOVE "COURSE NOT ON FILE" TO WS-Orphan-Text
                        PERFORM WriteOrphan
                    WHEN CS-Code-Tbl(CourseIdx) = WS-Check-CourseCode
                        CONTINUE
                END-SEARCH
            END-IF.

       CheckCustomer.
            IF CustomerMasterOnHand
                MOVE "CUSTOMER" TO WS-Current-Relation
                PERFORM CountRelationCheck
                MOVE WS-Check-Cus-Id TO CM-Cus-Id
                READ CustomerFile
                    INVALID KEY
                        MOVE WS-Check-Cus-Id TO WS-Orphan-Value
                        MOVE "KNF" TO WS-Orphan-Code
                        MOVE "CUSTOMER NOT ON FILE" TO WS-Orphan-Text
                        PERFORM WriteOrphan
                END-READ
            END-IF.

       CheckProduct.
            IF ProductMasterOnHand AND WS-Check-Product-Id NOT = SPACE
                MOVE "PRODUCT" TO WS-Current-Relation
                PERFORM CountRelationCheck
                SET ProdIdx TO 1
                SEARCH ProductEntry
                    AT END
                        MOVE WS-Check-Product-Id TO WS-Orphan-Value
                        MOVE "PNF" TO WS-Orphan-Code
                        MOVE "PRODUCT NOT ON FILE" TO WS-Orphan-Text
                        PERFORM WriteOrphan
                    WHEN PT-Id-Tbl(ProdIdx) = WS-Check-Product-Id
                        CONTINUE
                END-SEARCH
            END-IF.

      * Leaves RelIdx on the file's row for the relationship being
      * checked, adding the row the first time it is met.
       CountRelationCheck.
            SET RelIdx TO 1
            SEARCH RelationEntry
                AT END
                    SET RelIdx TO RelationTableCount
                    SET RelIdx UP BY 1
                    SET RelationTableCount TO RelIdx
                    MOVE WS-Current-File TO RT-File-Tbl(RelIdx)
                    MOVE WS-Current-Relation TO RT-Relation-Tbl(RelIdx)
                    MOVE ZERO TO RT-Checked-Tbl(RelIdx)
                    MOVE ZERO TO RT-Orphans-Tbl(RelIdx)
                WHEN RT-File-Tbl(RelIdx) = WS-Current-File
                     AND RT-Relation-Tbl(RelIdx) = WS-Current-Relation
                    CONTINUE
            END-SEARCH
            ADD 1 TO RT-Checked-Tbl(RelIdx).

      * The report line always; EXCEPTS.DAT only when the same key
      * and reason is not already open from an earlier sweep or
      * raised earlier in this one.
       WriteOrphan.
            ADD 1 TO RT-Orphans-Tbl(RelIdx)
            ADD 1 TO FT-Orphans-Tbl(FileIdx)
            ADD 1 TO WS-Orphans-Found
            EVALUATE WS-Orphan-Code
                WHEN "SNF" ADD 1 TO WS-SNF-Count
                WHEN "SAR" ADD 1 TO WS-SAR-Count
                WHEN "SMG" ADD 1 TO WS-SMG-Count
                WHEN "CNF" ADD 1 TO WS-CNF-Count
                WHEN "KNF" ADD 1 TO WS-KNF-Count
                WHEN "PNF" ADD 1 TO WS-PNF-Count
            END-EVALUATE

            MOVE WS-Orphan-Code TO ER-Code
            MOVE WS-Current-Stem TO ER-Stem
            MOVE WS-Orphan-Text TO ER-Text
            MOVE "N" TO WS-Found-Switch
            SET OpenExcIdx TO 1
            SEARCH OpenExcEntry
                AT END CONTINUE
                WHEN OX-Key-Tbl(OpenExcIdx) = WS-Orphan-Value
                     AND OX-Reason-Tbl(OpenExcIdx) = WS-Exc-Reason
                    SET EntryFound TO TRUE
            END-SEARCH
            IF EntryFound
                MOVE "OPEN" TO WS-Orphan-Raised
                ADD 1 TO WS-Exceptions-Open
            ELSE
                MOVE "NEW" TO WS-Orphan-Raised
                PERFORM WriteCommonException
                SET OpenExcIdx TO OpenExcTableCount
                SET OpenExcIdx UP BY 1
                SET OpenExcTableCount TO OpenExcIdx
                MOVE WS-Orphan-Value TO OX-Key-Tbl(OpenExcIdx)
                MOVE WS-Exc-Reason TO OX-Reason-Tbl(OpenExcIdx)
            END-IF

            MOVE WS-Current-File TO DL-File
            MOVE WS-Current-Relation TO DL-Relation
            MOVE WS-Orphan-Code TO DL-Code
            MOVE WS-Orphan-Value TO DL-Value
            MOVE WS-Record-Ident TO DL-Record
            MOVE WS-Orphan-Text TO DL-Reason
            MOVE WS-Orphan-Raised TO DL-Raised
            WRITE ShowIntegrity FROM WS-Detail-Line.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            IF WS-Except-Status = "35"
                OPEN OUTPUT CommonExceptFile
            END-IF
            MOVE "INTEGRITY" TO EXC-Program
            MOVE WS-Orphan-Value TO EXC-Key
            MOVE WS-Exc-Reason TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile
            ADD 1 TO WS-Exceptions-Raised.

      * File by file in the order checked - records read and orphans
      * on the file, then each relationship it was checked on.
       PrintFileTotals.
            WRITE ShowIntegrity FROM WS-Blank-Line
            WRITE ShowIntegrity FROM WS-File-Heading-Line
            PERFORM VARYING FileIdx FROM 1 BY 1
                    UNTIL FileIdx > FileTableCount
                WRITE ShowIntegrity FROM WS-Blank-Line
                IF FileNotOnHand(FileIdx)
                    MOVE FT-Name-Tbl(FileIdx) TO FM-File
                    WRITE ShowIntegrity FROM WS-File-Missing-Line
                ELSE
                    MOVE FT-Name-Tbl(FileIdx) TO FTL-File
                    MOVE "RECORDS READ " TO FTL-Label
                    MOVE FT-Read-Tbl(FileIdx) TO FTL-Read
                    MOVE FT-Orphans-Tbl(FileIdx) TO FTL-Orphans
                    WRITE ShowIntegrity FROM WS-File-Total-Line
                    PERFORM VARYING RelIdx FROM 1 BY 1
                            UNTIL RelIdx > RelationTableCount
                        IF RT-File-Tbl(RelIdx) = FT-Name-Tbl(FileIdx)
                            MOVE RT-Relation-Tbl(RelIdx)
                                TO RTL-Relation
                            MOVE RT-Checked-Tbl(RelIdx)
                                TO RTL-Checked
                            MOVE RT-Orphans-Tbl(RelIdx)
                                TO RTL-Orphans
                            WRITE ShowIntegrity FROM WS-Relation-Line
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

      * Each relationship summed across every file checked on it.
       PrintMasterTotals.
            WRITE ShowIntegrity FROM WS-Blank-Line
            WRITE ShowIntegrity FROM WS-Master-Heading-Line
            WRITE ShowIntegrity FROM WS-Blank-Line
            PERFORM VARYING MasterIdx FROM 1 BY 1
                    UNTIL MasterIdx > 4
                MOVE "Y" TO WS-Found-Switch
                EVALUATE MasterIdx
                    WHEN 1
                        MOVE WS-Student-Master-Switch
                            TO WS-Found-Switch
                    WHEN 2
                        MOVE WS-Course-Master-Switch
                            TO WS-Found-Switch
                    WHEN 3
                        MOVE WS-Customer-Master-Switch
                            TO WS-Found-Switch
                    WHEN 4
                        MOVE WS-Product-Master-Switch
                            TO WS-Found-Switch
                END-EVALUATE
                IF EntryFound
                    MOVE ZERO TO WS-Sum-Checked
                    MOVE ZERO TO WS-Sum-Orphans
                    PERFORM VARYING RelIdx FROM 1 BY 1
                            UNTIL RelIdx > RelationTableCount
                        IF RT-Relation-Tbl(RelIdx)
                                = MS-Relation-Tbl(MasterIdx)
                            ADD RT-Checked-Tbl(RelIdx)
                                TO WS-Sum-Checked
                            ADD RT-Orphans-Tbl(RelIdx)
                                TO WS-Sum-Orphans
                        END-IF
                    END-PERFORM
                    MOVE MS-Relation-Tbl(MasterIdx) TO ML-Relation
                    MOVE MS-File-Tbl(MasterIdx) TO ML-File
                    MOVE WS-Sum-Checked TO ML-Checked
                    MOVE WS-Sum-Orphans TO ML-Orphans
                    WRITE ShowIntegrity FROM WS-Master-Line
                ELSE
                    MOVE MS-Relation-Tbl(MasterIdx) TO MM-Relation
                    MOVE MS-File-Tbl(MasterIdx) TO MM-File
                    WRITE ShowIntegrity FROM WS-Master-Missing-Line
                END-IF
            END-PERFORM.

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

       END PROGRAM IntegritySweep.
