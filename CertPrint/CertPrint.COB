      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertPrint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES.

      * StudGraduate's graduate register - the current term's rows
      * are tonight's parchments.
           SELECT GradRegFile ASSIGN "GRADS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GradReg-Status.

      * Reprint requests - one StudentId per line. Each prints as a
      * duplicate under a new serial, never as a second original.
           SELECT ReprintFile ASSIGN "CERTRPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Reprint-Status.

           SELECT CertRegFile ASSIGN "CERTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CertReg-Status.

      * The certificate next-number control - the same one-record
      * discipline INVNUM.DAT keeps for invoice numbers.
           SELECT CertNumFile ASSIGN "CERTNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CertNum-Status.

           SELECT ResultsFile ASSIGN "RESULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Results-Status.

           SELECT CourseFile ASSIGN "COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TermFile ASSIGN "TERMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Term-Status.

      * The honors classification bands TranscriptPrint reads.
           SELECT HonorsFile ASSIGN "HONORS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Honors-Status.

           SELECT CertificateFile ASSIGN "CERTPRT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterListFile ASSIGN "CERTREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "CERTEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT AuditFile ASSIGN "AUDIT.DAT"
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

       FD  GradRegFile.
           COPY GRADREC.

       FD  ReprintFile.
       01  ReprintRecord.
           02 StudentId-P          PIC 9(7).

       FD  CertRegFile.
           COPY CERTREG.

       FD  CertNumFile.
       01  CertNumRecord.
           02 CTN-Next-Serial      PIC 9(7).

       FD  ResultsFile.
           COPY RESULTS.

       FD  CourseFile.
           COPY COURSMAS.

       FD  TermFile.
           COPY TERMMAS.

      * GPA keyed as 9V99 without the point - 350 reads as 3.50.
       FD  HonorsFile.
       01  HonorsRecord.
           02 HON-Label            PIC X(12).
           02 FILLER               PIC X       VALUE SPACE.
           02 HON-Min-GPA-X        PIC X(3).

       FD  CertificateFile.
       01  ShowCertificate          PIC X(80).

       FD  RegisterListFile.
       01  ShowRegisterList         PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-StudentID     PIC 9(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-GradReg-Status        PIC XX      VALUE SPACES.
       01  WS-Reprint-Status        PIC XX      VALUE SPACES.
       01  WS-CertReg-Status        PIC XX      VALUE SPACES.
       01  WS-CertNum-Status        PIC XX      VALUE SPACES.
       01  WS-Results-Status        PIC XX      VALUE SPACES.
       01  WS-Term-Status           PIC XX      VALUE SPACES.
       01  WS-Honors-Status         PIC XX      VALUE SPACES.
       01  WS-Signon-Status         PIC XX      VALUE SPACES.
       01  WS-BusDate-Status        PIC XX      VALUE SPACES.

       01  WS-GradReg-EOF-Switch    PIC X       VALUE "N".
           88 EndOfGradRegFile                  VALUE "Y".
       01  WS-Reprint-EOF-Switch    PIC X       VALUE "N".
           88 EndOfReprintFile                  VALUE "Y".
       01  WS-CertReg-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCertRegFile                  VALUE "Y".
       01  WS-Results-EOF-Switch    PIC X       VALUE "N".
           88 EndOfResultsFile                  VALUE "Y".
       01  WS-Course-EOF-Switch     PIC X       VALUE "N".
           88 EndOfCourseFile                   VALUE "Y".
       01  WS-Term-EOF-Switch       PIC X       VALUE "N".
           88 EndOfTermFile                     VALUE "Y".
       01  WS-Honors-EOF-Switch     PIC X       VALUE "N".
           88 EndOfHonorsFile                   VALUE "Y".

       01  WS-Term-Found-Switch     PIC X       VALUE "N".
           88 CurrentTermFound                  VALUE "Y".
       01  WS-Current-Term-Id       PIC X(6)    VALUE SPACES.

       01  WS-Operator-Id           PIC X(8)    VALUE "BATCH".
       01  WS-Business-Date         PIC 9(8)    VALUE ZERO.
       01  WS-Next-Serial           PIC 9(7)    VALUE 1.

       01  CourseTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  CourseTable.
           02 CourseEntry           OCCURS 1 TO 200 TIMES
                                     DEPENDING ON CourseTableCount
                                     INDEXED BY CourseIdx.
               03 CourseCode-Tbl    PIC X(4).
               03 CourseName-Tbl    PIC X(30).

      * The certificate register rides in this table for the run -
      * every certificate printed tonight appends, and the whole
      * table stores back at end of run.
       01  CertTableCount           PIC 9(5)    COMP VALUE ZERO.
       01  CertTable.
           02 CertEntry             OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON CertTableCount
                                     INDEXED BY CertIdx.
               03 CT-Serial-Tbl     PIC 9(7).
               03 CT-Type-Tbl       PIC X.
                   88 CertEntryOriginal    VALUE "O".
               03 CT-Orig-Serial-Tbl PIC 9(7).
               03 CT-StudentId-Tbl  PIC 9(7).
               03 CT-CourseCode-Tbl PIC X(4).
               03 CT-Term-Id-Tbl    PIC X(6).
               03 CT-Grad-Date-Tbl  PIC 9(8).
               03 CT-Class-Tbl      PIC X(12).
               03 CT-Print-Date-Tbl PIC 9(8).
               03 CT-Operator-Tbl   PIC X(8).
       01  WS-Cert-Sub              PIC 9(5)    COMP VALUE ZERO.
       01  WS-New-Cert-Sub          PIC 9(5)    COMP VALUE ZERO.
       01  WS-Look-Id               PIC 9(7)    VALUE ZERO.

      * Grade points by grade letter, the table TranscriptPrint
      * averages with - the first byte of RES-Grade picks the row.
       01  GradePointValues.
           02  FILLER      PIC X       VALUE "A".
           02  FILLER      PIC 9V99    VALUE 4.00.
           02  FILLER      PIC X       VALUE "B".
           02  FILLER      PIC 9V99    VALUE 3.00.
           02  FILLER      PIC X       VALUE "C".
           02  FILLER      PIC 9V99    VALUE 2.00.
           02  FILLER      PIC X       VALUE "D".
           02  FILLER      PIC 9V99    VALUE 1.00.
           02  FILLER      PIC X       VALUE "F".
           02  FILLER      PIC 9V99    VALUE 0.00.
       01  GradePointTable REDEFINES GradePointValues.
           02  GradePointEntry OCCURS 5 TIMES INDEXED BY GradeIdx.
               03 GradeLetter     PIC X.
               03 GradePoints     PIC 9V99.

      * The classification bands ride here for the run - the
      * highest band whose floor the GPA reaches wins.
       01  HonorsTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  HonorsTable.
           02 HonorsEntry           OCCURS 1 TO 20 TIMES
                                     DEPENDING ON HonorsTableCount
                                     INDEXED BY HonorsIdx.
               03 HON-Label-Tbl     PIC X(12).
               03 HON-MinGPA-Tbl    PIC 9V99.

       01  WS-Honors-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Min-GPA-X             PIC X(3)    VALUE SPACES.
       01  WS-Min-GPA-Num REDEFINES WS-Min-GPA-X
                                    PIC 9V99.

       01  WS-Graded-Count          PIC 9(4)    VALUE ZERO.
       01  WS-Point-Total           PIC 9(5)V99 VALUE ZERO.
       01  WS-Student-GPA           PIC 9V99    VALUE ZERO.
       01  WS-Grade-Found-Switch    PIC X       VALUE "N".
           88 GradeLetterKnown                  VALUE "Y".
       01  WS-Classification        PIC X(12)   VALUE SPACES.
       01  WS-Best-Floor            PIC 9V99    VALUE ZERO.
       01  WS-Class-Found-Switch    PIC X       VALUE "N".
           88 ClassificationFound               VALUE "Y".

       01  WS-Run-Totals.
           02 WS-Graduates-Read     PIC 9(5)    VALUE ZERO.
           02 WS-Originals-Printed  PIC 9(5)    VALUE ZERO.
           02 WS-Already-Printed    PIC 9(5)    VALUE ZERO.
           02 WS-Duplicates-Printed PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected     PIC 9(5)    VALUE ZERO.
       01  WS-Certs-This-Run        PIC 9(5)    VALUE ZERO.

       01  AUD-Action-Tmp           PIC X(14)   VALUE SPACES.

      * Same "Surname, Initials" formatting StudentName's
      * PrintNameList already uses for the name list print.
       01  WS-Formatted-Name.
           02 WS-Name-Surname       PIC X(8).
           02 FILLER                PIC X(2)    VALUE ", ".
           02 WS-Name-Initials      PIC XX.

       01  WS-Cert-Title-Line       PIC X(80)   VALUE
           "                        CERTIFICATE OF GRADUATION".

       01  WS-Cert-Certify-Line     PIC X(80)   VALUE
           "                      This is to certify that".

       01  WS-Cert-Name-Line.
           02 FILLER                PIC X(30)   VALUE SPACES.
           02 CNL-StudentName       PIC X(12).
           02 FILLER                PIC X(38)   VALUE SPACES.

       01  WS-Cert-Completed-Line   PIC X(80)   VALUE
           "               has completed the course of study in".

       01  WS-Cert-Course-Line.
           02 FILLER                PIC X(20)   VALUE SPACES.
           02 CCL-CourseName        PIC X(30).
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Cert-Class-Line.
           02 FILLER                PIC X(25)   VALUE SPACES.
           02 FILLER                PIC X(5)    VALUE "with ".
           02 CKL-Classification    PIC X(12).
           02 FILLER                PIC X(38)   VALUE SPACES.

       01  WS-Cert-Date-Line.
           02 FILLER                PIC X(22)   VALUE SPACES.
           02 FILLER                PIC X(15)   VALUE
              "and graduated ".
           02 CDL-Grad-Date         PIC 9(8).
           02 FILLER                PIC X(35)   VALUE SPACES.

       01  WS-Cert-Serial-Line.
           02 FILLER                PIC X(22)   VALUE
              "CERTIFICATE SERIAL NO ".
           02 CSL-Serial            PIC 9(7).
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 FILLER                PIC X(10)   VALUE "STUDENT   ".
           02 CSL-StudentId         PIC 9(7).
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Cert-Duplicate-Line.
           02 FILLER                PIC X(40)   VALUE
              "DUPLICATE - REPLACES CERTIFICATE SERIAL ".
           02 CUL-Orig-Serial       PIC 9(7).
           02 FILLER                PIC X(10)   VALUE "  ISSUED  ".
           02 CUL-Print-Date        PIC 9(8).
           02 FILLER                PIC X(15)   VALUE SPACES.

       01  WS-Register-Title-Line.
           02 FILLER                PIC X(38)   VALUE
              "CERTIFICATE REGISTER - PRINTED  TERM ".
           02 RTL-Term-Id           PIC X(6).
           02 FILLER                PIC X(8)    VALUE "  DATE  ".
           02 RTL-Date              PIC 9(8).
           02 FILLER                PIC X(20)   VALUE SPACES.

       01  WS-Register-Column-Line  PIC X(80)   VALUE
           "SERIAL  T ORIGINAL STUD-ID NAME         COUR GRADUATED CLAS
      -    "SIFICATION".

       01  WS-Register-Detail-Line.
           02 RDL-Serial            PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Type              PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Orig-Serial       PIC Z(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-StudentId         PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-StudentName       PIC X(12).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-CourseCode        PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 RDL-Grad-Date         PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RDL-Classification    PIC X(12).
           02 FILLER                PIC X(12)   VALUE SPACES.

       01  WS-Register-None-Line    PIC X(80)   VALUE
           "NO CERTIFICATE PRINTED THIS RUN".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The parchments, printed from the system instead of typed -
      * one original for each student StudGraduate graduated in the
      * current term, with the course title, the classification as
      * the transcript derives it and the graduation date, under a
      * serial number from CERTNUM.DAT recorded on CERTREG.DAT. A
      * student who already has an original is never printed one
      * again; a replacement comes only through CERTRPR.DAT, as a
      * duplicate under a new serial naming the original.
            PERFORM GetOperatorId
            PERFORM GetBusinessDate
            PERFORM GetCurrentTerm
            IF NOT CurrentTermFound
                DISPLAY "CertPrint - NO CURRENT TERM ON TERMS.DAT "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LoadCourseTable
            PERFORM LoadHonorsTable
            PERFORM LoadCertTable
            PERFORM GetNextSerial

            OPEN INPUT StudentFile
            OPEN OUTPUT CertificateFile
            OPEN OUTPUT RegisterListFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile
            MOVE WS-Current-Term-Id TO RTL-Term-Id
            MOVE WS-Business-Date   TO RTL-Date
            MOVE WS-Register-Title-Line TO ShowRegisterList
            WRITE ShowRegisterList
            MOVE WS-Register-Column-Line TO ShowRegisterList
            WRITE ShowRegisterList

            PERFORM PrintTermOriginals
            PERFORM PrintRequestedDuplicates

            IF WS-Certs-This-Run = ZERO
                MOVE WS-Register-None-Line TO ShowRegisterList
                WRITE ShowRegisterList
            END-IF
            CLOSE StudentFile
            CLOSE CertificateFile
            CLOSE RegisterListFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreCertTable
            PERFORM StoreNextSerial
            PERFORM DisplayRunTotals
            STOP RUN.

      * No GRADS.DAT yet (a "35" status) means StudGraduate has not
      * graduated anybody - no originals to print.
       PrintTermOriginals.
            OPEN INPUT GradRegFile
            IF WS-GradReg-Status NOT = "00"
                SET EndOfGradRegFile TO TRUE
            ELSE
                READ GradRegFile
                    AT END SET EndOfGradRegFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfGradRegFile
                IF GRD-Term-Id = WS-Current-Term-Id
                    ADD 1 TO WS-Graduates-Read
                    PERFORM PrintOneOriginal
                END-IF
                READ GradRegFile
                    AT END SET EndOfGradRegFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-GradReg-Status NOT = "35"
                CLOSE GradRegFile
            END-IF.

       PrintOneOriginal.
            MOVE GRD-StudentId TO WS-Look-Id
            PERFORM LocateOriginalCert
            IF WS-Cert-Sub > ZERO
                ADD 1 TO WS-Already-Printed
            ELSE
                MOVE GRD-StudentId TO StudentId
                READ StudentFile
                    INVALID KEY
                        MOVE GRD-StudentId TO Except-StudentID
                        MOVE "STUDENT DOES NOT EXIST" TO Except-Detail
                        PERFORM WriteExceptionRecord
                        ADD 1 TO WS-Trans-Rejected
                    NOT INVALID KEY
                        PERFORM CheckAndPrintOriginal
                END-READ
            END-IF.

      * A graduate since reinstated or withdrawn is not issued a
      * parchment - the registrar sees why on the exception report.
       CheckAndPrintOriginal.
            IF NOT GraduatedStudent
                MOVE GRD-StudentId TO Except-StudentID
                MOVE "STUDENT NO LONGER GRADUATED" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                PERFORM DeriveClassification
                PERFORM AppendCertRow
                MOVE "O"  TO CT-Type-Tbl(WS-New-Cert-Sub)
                MOVE ZERO TO CT-Orig-Serial-Tbl(WS-New-Cert-Sub)
                MOVE GRD-CourseCode
                    TO CT-CourseCode-Tbl(WS-New-Cert-Sub)
                MOVE GRD-Term-Id TO CT-Term-Id-Tbl(WS-New-Cert-Sub)
                MOVE GRD-Completion-Date
                    TO CT-Grad-Date-Tbl(WS-New-Cert-Sub)
                MOVE WS-Classification
                    TO CT-Class-Tbl(WS-New-Cert-Sub)
                PERFORM PrintCertificate
                MOVE "CERT ORIGINAL" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Originals-Printed
            END-IF.

      * No CERTRPR.DAT (a "35" status) means no reprint was asked
      * for tonight.
       PrintRequestedDuplicates.
            OPEN INPUT ReprintFile
            IF WS-Reprint-Status NOT = "00"
                SET EndOfReprintFile TO TRUE
            ELSE
                READ ReprintFile
                    AT END SET EndOfReprintFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfReprintFile
                PERFORM PrintOneDuplicate
                READ ReprintFile
                    AT END SET EndOfReprintFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Reprint-Status NOT = "35"
                CLOSE ReprintFile
            END-IF.

      * The duplicate repeats what the original certified - course,
      * date and classification come off the register, not a fresh
      * derivation - under its own new serial.
       PrintOneDuplicate.
            MOVE StudentId-P TO WS-Look-Id
            PERFORM LocateOriginalCert
            IF WS-Cert-Sub = ZERO
                MOVE StudentId-P TO Except-StudentID
                MOVE "NO ORIGINAL CERTIFICATE ON REGISTER"
                    TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE StudentId-P TO StudentId
                READ StudentFile
                    INVALID KEY
                        MOVE StudentId-P TO Except-StudentID
                        MOVE "STUDENT DOES NOT EXIST" TO Except-Detail
                        PERFORM WriteExceptionRecord
                        ADD 1 TO WS-Trans-Rejected
                    NOT INVALID KEY
                        PERFORM AppendCertRow
                        MOVE "D" TO CT-Type-Tbl(WS-New-Cert-Sub)
                        MOVE CT-Serial-Tbl(WS-Cert-Sub)
                            TO CT-Orig-Serial-Tbl(WS-New-Cert-Sub)
                        MOVE CT-CourseCode-Tbl(WS-Cert-Sub)
                            TO CT-CourseCode-Tbl(WS-New-Cert-Sub)
                        MOVE CT-Term-Id-Tbl(WS-Cert-Sub)
                            TO CT-Term-Id-Tbl(WS-New-Cert-Sub)
                        MOVE CT-Grad-Date-Tbl(WS-Cert-Sub)
                            TO CT-Grad-Date-Tbl(WS-New-Cert-Sub)
                        MOVE CT-Class-Tbl(WS-Cert-Sub)
                            TO CT-Class-Tbl(WS-New-Cert-Sub)
                        PERFORM PrintCertificate
                        MOVE "CERT DUPLICATE" TO AUD-Action-Tmp
                        PERFORM WriteAuditRecord
                        ADD 1 TO WS-Duplicates-Printed
                END-READ
            END-IF.

       AppendCertRow.
            SET CertIdx TO CertTableCount
            SET CertIdx UP BY 1
            SET CertTableCount TO CertIdx
            SET WS-New-Cert-Sub TO CertIdx
            MOVE WS-Next-Serial TO CT-Serial-Tbl(WS-New-Cert-Sub)
            ADD 1 TO WS-Next-Serial
            MOVE StudentId TO CT-StudentId-Tbl(WS-New-Cert-Sub)
            MOVE WS-Business-Date
                TO CT-Print-Date-Tbl(WS-New-Cert-Sub)
            MOVE WS-Operator-Id TO CT-Operator-Tbl(WS-New-Cert-Sub).

      * Each certificate starts on a fresh sheet and its register
      * line prints as it goes.
       PrintCertificate.
            IF WS-Certs-This-Run = ZERO
                MOVE WS-Blank-Line TO ShowCertificate
                WRITE ShowCertificate
            ELSE
                MOVE WS-Blank-Line TO ShowCertificate
                WRITE ShowCertificate AFTER ADVANCING PAGE
            END-IF
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Title-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Certify-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE Surname OF StudentMasterRecord TO WS-Name-Surname
            MOVE Initials OF StudentMasterRecord TO WS-Name-Initials
            MOVE WS-Formatted-Name TO CNL-StudentName
            MOVE WS-Cert-Name-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Cert-Completed-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE SPACES TO CCL-CourseName
            IF CourseTableCount > ZERO
                SET CourseIdx TO 1
                SEARCH CourseEntry
                   AT END CONTINUE
                   WHEN CourseCode-Tbl(CourseIdx) =
                            CT-CourseCode-Tbl(WS-New-Cert-Sub)
                        MOVE CourseName-Tbl(CourseIdx)
                            TO CCL-CourseName
                END-SEARCH
            END-IF
            MOVE WS-Cert-Course-Line TO ShowCertificate
            WRITE ShowCertificate
            IF CT-Class-Tbl(WS-New-Cert-Sub) NOT = SPACES
                MOVE CT-Class-Tbl(WS-New-Cert-Sub)
                    TO CKL-Classification
                MOVE WS-Cert-Class-Line TO ShowCertificate
                WRITE ShowCertificate
            END-IF
            MOVE CT-Grad-Date-Tbl(WS-New-Cert-Sub) TO CDL-Grad-Date
            MOVE WS-Cert-Date-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE WS-Blank-Line TO ShowCertificate
            WRITE ShowCertificate
            MOVE CT-Serial-Tbl(WS-New-Cert-Sub) TO CSL-Serial
            MOVE StudentId TO CSL-StudentId
            MOVE WS-Cert-Serial-Line TO ShowCertificate
            WRITE ShowCertificate
            IF CT-Type-Tbl(WS-New-Cert-Sub) = "D"
                MOVE CT-Orig-Serial-Tbl(WS-New-Cert-Sub)
                    TO CUL-Orig-Serial
                MOVE CT-Print-Date-Tbl(WS-Cert-Sub) TO CUL-Print-Date
                MOVE WS-Cert-Duplicate-Line TO ShowCertificate
                WRITE ShowCertificate
            END-IF
            ADD 1 TO WS-Certs-This-Run
            PERFORM PrintRegisterLine.

       PrintRegisterLine.
            MOVE CT-Serial-Tbl(WS-New-Cert-Sub)      TO RDL-Serial
            MOVE CT-Type-Tbl(WS-New-Cert-Sub)        TO RDL-Type
            MOVE CT-Orig-Serial-Tbl(WS-New-Cert-Sub) TO RDL-Orig-Serial
            MOVE StudentId                           TO RDL-StudentId
            MOVE WS-Formatted-Name                   TO RDL-StudentName
            MOVE CT-CourseCode-Tbl(WS-New-Cert-Sub)  TO RDL-CourseCode
            MOVE CT-Grad-Date-Tbl(WS-New-Cert-Sub)   TO RDL-Grad-Date
            MOVE CT-Class-Tbl(WS-New-Cert-Sub)
                                             TO RDL-Classification
            MOVE WS-Register-Detail-Line TO ShowRegisterList
            WRITE ShowRegisterList.

       LocateOriginalCert.
            MOVE ZERO TO WS-Cert-Sub
            IF CertTableCount > ZERO
                SET CertIdx TO 1
                SEARCH CertEntry
                   AT END MOVE ZERO TO WS-Cert-Sub
                   WHEN CT-StudentId-Tbl(CertIdx) = WS-Look-Id
                        AND CertEntryOriginal(CertIdx)
                        SET WS-Cert-Sub TO CertIdx
                END-SEARCH
            END-IF.

      * The classification exactly as TranscriptPrint derives it -
      * points averaged over every graded RESULTS.DAT row, then the
      * highest HONORS.DAT band the average reaches. No graded
      * result or no band reached leaves it blank, and the
      * certificate prints without a classification line.
       DeriveClassification.
            MOVE ZERO TO WS-Graded-Count
            MOVE ZERO TO WS-Point-Total
            MOVE SPACES TO WS-Classification
            MOVE "N" TO WS-Results-EOF-Switch
            OPEN INPUT ResultsFile
            IF WS-Results-Status NOT = "00"
                SET EndOfResultsFile TO TRUE
            ELSE
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfResultsFile
                IF RES-StudentId = GRD-StudentId
                    PERFORM TallyGradePoints
                END-IF
                READ ResultsFile
                    AT END SET EndOfResultsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Results-Status NOT = "35"
                CLOSE ResultsFile
            END-IF
            IF WS-Graded-Count > ZERO AND HonorsTableCount > ZERO
                COMPUTE WS-Student-GPA ROUNDED =
                    WS-Point-Total / WS-Graded-Count
                PERFORM ClassifyHonors
            END-IF.

       TallyGradePoints.
            MOVE "N" TO WS-Grade-Found-Switch
            SET GradeIdx TO 1
            SEARCH GradePointEntry
               AT END CONTINUE
               WHEN GradeLetter(GradeIdx) = RES-Grade(1:1)
                    SET GradeLetterKnown TO TRUE
                    ADD GradePoints(GradeIdx) TO WS-Point-Total
            END-SEARCH
            IF GradeLetterKnown
                ADD 1 TO WS-Graded-Count
            END-IF.

       ClassifyHonors.
            MOVE "N" TO WS-Class-Found-Switch
            MOVE ZERO TO WS-Best-Floor
            MOVE SPACES TO WS-Classification
            PERFORM VARYING WS-Honors-Sub FROM 1 BY 1
                    UNTIL WS-Honors-Sub > HonorsTableCount
                IF WS-Student-GPA >= HON-MinGPA-Tbl(WS-Honors-Sub)
                   AND (NOT ClassificationFound
                        OR HON-MinGPA-Tbl(WS-Honors-Sub)
                           >= WS-Best-Floor)
                    SET ClassificationFound TO TRUE
                    MOVE HON-MinGPA-Tbl(WS-Honors-Sub)
                        TO WS-Best-Floor
                    MOVE HON-Label-Tbl(WS-Honors-Sub)
                        TO WS-Classification
                END-IF
            END-PERFORM.

      * No CERTREG.DAT yet (a "35" status) just means no certificate
      * has ever been printed - an empty register.
       LoadCertTable.
            OPEN INPUT CertRegFile
            IF WS-CertReg-Status NOT = "00"
                SET EndOfCertRegFile TO TRUE
            ELSE
                READ CertRegFile
                    AT END SET EndOfCertRegFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfCertRegFile
                SET CertIdx TO CertTableCount
                SET CertIdx UP BY 1
                SET CertTableCount TO CertIdx
                MOVE CRT-Serial         TO CT-Serial-Tbl(CertIdx)
                MOVE CRT-Type           TO CT-Type-Tbl(CertIdx)
                MOVE CRT-Orig-Serial    TO CT-Orig-Serial-Tbl(CertIdx)
                MOVE CRT-StudentId      TO CT-StudentId-Tbl(CertIdx)
                MOVE CRT-CourseCode     TO CT-CourseCode-Tbl(CertIdx)
                MOVE CRT-Term-Id        TO CT-Term-Id-Tbl(CertIdx)
                MOVE CRT-Grad-Date      TO CT-Grad-Date-Tbl(CertIdx)
                MOVE CRT-Classification TO CT-Class-Tbl(CertIdx)
                MOVE CRT-Print-Date     TO CT-Print-Date-Tbl(CertIdx)
                MOVE CRT-Operator       TO CT-Operator-Tbl(CertIdx)
                READ CertRegFile
                    AT END SET EndOfCertRegFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-CertReg-Status NOT = "35"
                CLOSE CertRegFile
            END-IF.

       StoreCertTable.
            OPEN OUTPUT CertRegFile
            PERFORM VARYING CertIdx FROM 1 BY 1
                    UNTIL CertIdx > CertTableCount
                MOVE CT-Serial-Tbl(CertIdx)      TO CRT-Serial
                MOVE CT-Type-Tbl(CertIdx)        TO CRT-Type
                MOVE CT-Orig-Serial-Tbl(CertIdx) TO CRT-Orig-Serial
                MOVE CT-StudentId-Tbl(CertIdx)   TO CRT-StudentId
                MOVE CT-CourseCode-Tbl(CertIdx)  TO CRT-CourseCode
                MOVE CT-Term-Id-Tbl(CertIdx)     TO CRT-Term-Id
                MOVE CT-Grad-Date-Tbl(CertIdx)   TO CRT-Grad-Date
                MOVE CT-Class-Tbl(CertIdx)       TO CRT-Classification
                MOVE CT-Print-Date-Tbl(CertIdx)  TO CRT-Print-Date
                MOVE CT-Operator-Tbl(CertIdx)    TO CRT-Operator
                WRITE CertRegisterRecord
            END-PERFORM
            CLOSE CertRegFile.

      * No CERTNUM.DAT yet (a "35" status) starts the serials at
      * one - the control record is written back either way.
       GetNextSerial.
            OPEN INPUT CertNumFile
            IF WS-CertNum-Status = "00"
                READ CertNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE CTN-Next-Serial TO WS-Next-Serial
                END-READ
                CLOSE CertNumFile
            END-IF.

       StoreNextSerial.
            OPEN OUTPUT CertNumFile
            MOVE WS-Next-Serial TO CTN-Next-Serial
            WRITE CertNumRecord
            CLOSE CertNumFile.

      * No HONORS.DAT yet (a "35" status) just means no bands are
      * keyed - certificates print without a classification.
       LoadHonorsTable.
            OPEN INPUT HonorsFile
            IF WS-Honors-Status NOT = "00"
                SET EndOfHonorsFile TO TRUE
            ELSE
                READ HonorsFile
                    AT END SET EndOfHonorsFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHonorsFile
                IF HON-Min-GPA-X NUMERIC
                    SET HonorsIdx TO HonorsTableCount
                    SET HonorsIdx UP BY 1
                    SET HonorsTableCount TO HonorsIdx
                    MOVE HON-Label TO HON-Label-Tbl(HonorsIdx)
                    MOVE HON-Min-GPA-X TO WS-Min-GPA-X
                    MOVE WS-Min-GPA-Num TO HON-MinGPA-Tbl(HonorsIdx)
                END-IF
                READ HonorsFile
                    AT END SET EndOfHonorsFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Honors-Status NOT = "35"
                CLOSE HonorsFile
            END-IF.

       LoadCourseTable.
            OPEN INPUT CourseFile
            READ CourseFile
               AT END SET EndOfCourseFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfCourseFile
               SET CourseIdx TO CourseTableCount
               SET CourseIdx UP BY 1
               SET CourseTableCount TO CourseIdx
               MOVE CourseCode-C TO CourseCode-Tbl(CourseIdx)
               MOVE CourseName-C TO CourseName-Tbl(CourseIdx)
               READ CourseFile
                  AT END SET EndOfCourseFile TO TRUE
               END-READ
            END-PERFORM
            CLOSE CourseFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * A certificate never touches the master record, so the images
      * stay blank; the serial itself is kept on CERTREG.DAT.
       WriteAuditRecord.
            MOVE "CERTPRINT"        TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE StudentId          TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE CT-CourseCode-Tbl(WS-New-Cert-Sub)
                                    TO AUD-Before-CourseCode
            MOVE CT-CourseCode-Tbl(WS-New-Cert-Sub)
                                    TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

      * No TERMS.DAT (a "35" status) reads the same as no current
      * term - the run then has no graduating class and stops.
       GetCurrentTerm.
            MOVE "N" TO WS-Term-Found-Switch
            OPEN INPUT TermFile
            IF WS-Term-Status NOT = "00"
                SET EndOfTermFile TO TRUE
            ELSE
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfTermFile
                IF CurrentTerm
                    SET CurrentTermFound TO TRUE
                    MOVE TRM-Term-Id TO WS-Current-Term-Id
                END-IF
                READ TermFile
                    AT END SET EndOfTermFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Term-Status NOT = "35"
                CLOSE TermFile
            END-IF.

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

       DisplayRunTotals.
            DISPLAY "CertPrint - Control Report"
            DISPLAY "Term                 : " WS-Current-Term-Id
            DISPLAY "Term graduates read  : " WS-Graduates-Read
            DISPLAY "Originals printed    : " WS-Originals-Printed
            DISPLAY "Already printed      : " WS-Already-Printed
            DISPLAY "Duplicates printed   : " WS-Duplicates-Printed
            DISPLAY "Transactions rejected: " WS-Trans-Rejected
            DISPLAY "Next serial          : " WS-Next-Serial.

       END PROGRAM CertPrint.
