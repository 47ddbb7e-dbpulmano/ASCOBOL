      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorStmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN "SPONSOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sponsor-Status.

      * Walked by the alternate key - each sponsor's invoices in
      * raise order.
           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

      * Read by key - each line names the student it pays for.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

           SELECT StatementFile ASSIGN "SPONSTMT.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Every statement that goes out leaves its trace here.
           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SponsorFile.
           COPY SPONSOR.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       FD  StudentFile.
           COPY STUDMAS.

       FD  StatementFile.
       01  ShowStatement            PIC X(80).

       FD  CorrHistFile.
           COPY CORRHIST.

       WORKING-STORAGE SECTION.
       01  WS-Sponsor-Status        PIC XX      VALUE SPACES.
       01  WS-SponInv-Status        PIC XX      VALUE SPACES.
       01  WS-Student-Status        PIC XX      VALUE SPACES.

       01  WS-Sponsor-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSponsorFile                  VALUE "Y".
       01  WS-SponInv-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSponsorInvWalk               VALUE "Y".
       01  WS-Student-File-Sw       PIC X       VALUE "N".
           88 StudentFileOnHand                 VALUE "Y".
       01  WS-First-Page-Switch     PIC X       VALUE "Y".
           88 FirstStatementPage                VALUE "Y".
       01  WS-Heading-Switch        PIC X       VALUE "N".
           88 StatementHeaded                   VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
       01  WS-Item-Balance          PIC 9(5)V99 VALUE ZERO.
       01  WS-Statement-Total       PIC 9(7)V99 VALUE ZERO.
       01  WS-Statement-Items       PIC 9(5)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Sponsors-Read      PIC 9(5)    VALUE ZERO.
           02 WS-Statements-Printed PIC 9(5)    VALUE ZERO.
           02 WS-Items-Listed       PIC 9(7)    VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Due,
                               MONEY-EDIT  BY WS-Total-Due-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Statement-Head-Line.
           02 FILLER                PIC X(22)   VALUE
              "STATEMENT - SPONSOR   ".
           02 SH-Sponsor-Id         PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 SH-Sponsor-Name       PIC X(30).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 SH-Date               PIC 9(8).
           02 FILLER                PIC X(10)   VALUE SPACES.

       01  WS-Address-Line.
           02 FILLER                PIC X(22)   VALUE SPACES.
           02 AL-Street             PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 AL-City               PIC X(15).
           02 FILLER                PIC X       VALUE SPACE.
           02 AL-PostalCode         PIC X(8).
           02 FILLER                PIC X(13)   VALUE SPACES.

       01  WS-Contact-Line.
           02 FILLER                PIC X(22)   VALUE
              "FOR THE ATTENTION OF  ".
           02 CL-Contact            PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 CL-Phone              PIC X(12).
           02 FILLER                PIC X(25)   VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "INVOICE  DATE     STUD-ID SURNAME  IN CRSE    AMOUNT      PA
      -    "ID   BALANCE".

       01  WS-Detail-Line.
           02 DL-Number             PIC 9(6).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Date               PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-StudentId          PIC 9(7).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Surname            PIC X(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Initials           PIC XX.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-CourseCode         PIC X(4).
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Amount             PIC ZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Paid               PIC ZZ,ZZ9.99.
           02 FILLER                PIC X       VALUE SPACE.
           02 DL-Balance            PIC ZZ,ZZ9.99.
           02 FILLER                PIC X(7)    VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER                PIC X(18)   VALUE
              "TOTAL DUE       : ".
           02 TL-Total              PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(49)   VALUE SPACES.

       01  WS-Terms-Line.
           02 FILLER                PIC X(30)   VALUE
              "PAYMENT IS DUE WITHIN ".
           02 TM-Days               PIC ZZ9.
           02 FILLER                PIC X(47)   VALUE
              " DAYS OF EACH INVOICE DATE".

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * One statement page per sponsor that owes anything - every
      * open sponsor invoice TuitionBilling raised to it, the
      * student and course each one pays for, what has been paid
      * against it so far, and the total due under the sponsor's
      * terms. A sponsor with nothing open gets no page.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            OPEN INPUT SponsorInvoiceFile
            IF WS-SponInv-Status NOT = "00"
                DISPLAY "SponsorStmt - NO SPONINV.DAT - NO SPONSOR "
                    "INVOICES RAISED YET"
                STOP RUN
            END-IF
            OPEN INPUT SponsorFile
            IF WS-Sponsor-Status NOT = "00"
                SET EndOfSponsorFile TO TRUE
            ELSE
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-IF
            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT StatementFile
            OPEN EXTEND CorrHistFile

            PERFORM UNTIL EndOfSponsorFile
                ADD 1 TO WS-Sponsors-Read
                PERFORM PrintOneSponsor
                READ SponsorFile
                    AT END SET EndOfSponsorFile TO TRUE
                END-READ
            END-PERFORM

            CLOSE SponsorInvoiceFile
            IF WS-Sponsor-Status NOT = "35"
                CLOSE SponsorFile
            END-IF
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF
            CLOSE StatementFile
            CLOSE CorrHistFile

            MOVE WS-Total-Due TO WS-Total-Due-Edit
            DISPLAY "SponsorStmt - Control Report"
            DISPLAY "Sponsors read      : " WS-Sponsors-Read
            DISPLAY "Statements printed : " WS-Statements-Printed
            DISPLAY "Open items listed  : " WS-Items-Listed
            DISPLAY "Total due          : " WS-Total-Due-Edit
            STOP RUN.

      * The heading waits for the sponsor's first open item, so a
      * sponsor that is paid up costs no paper.
       PrintOneSponsor.
            MOVE "N" TO WS-Heading-Switch
            MOVE "N" TO WS-SponInv-EOF-Switch
            MOVE ZERO TO WS-Statement-Total
            MOVE ZERO TO WS-Statement-Items
            MOVE SPN-Sponsor-Id TO SIV-Sponsor-Id
            START SponsorInvoiceFile
                KEY IS NOT LESS THAN SIV-Sponsor-Id
                INVALID KEY SET EndOfSponsorInvWalk TO TRUE
            END-START
            PERFORM UNTIL EndOfSponsorInvWalk
                READ SponsorInvoiceFile NEXT RECORD
                    AT END SET EndOfSponsorInvWalk TO TRUE
                    NOT AT END
                        IF SIV-Sponsor-Id NOT = SPN-Sponsor-Id
                            SET EndOfSponsorInvWalk TO TRUE
                        ELSE
                            IF SponsorInvoiceOpen
                                PERFORM PrintOneOpenItem
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF StatementHeaded
                PERFORM PrintStatementTotal
            END-IF.

       PrintOneOpenItem.
            IF NOT StatementHeaded
                PERFORM StartNewStatement
            END-IF
            SUBTRACT SIV-Paid-Amount FROM SIV-Amount
                GIVING WS-Item-Balance
            MOVE SIV-Number     TO DL-Number
            MOVE SIV-Date       TO DL-Date
            MOVE SIV-StudentId  TO DL-StudentId
            PERFORM LookUpStudentName
            MOVE SIV-CourseCode TO DL-CourseCode
            MOVE SIV-Amount     TO DL-Amount
            MOVE SIV-Paid-Amount TO DL-Paid
            MOVE WS-Item-Balance TO DL-Balance
            MOVE WS-Detail-Line TO ShowStatement
            WRITE ShowStatement
            ADD WS-Item-Balance TO WS-Statement-Total
            ADD 1 TO WS-Statement-Items
            ADD 1 TO WS-Items-Listed.

      * A student since removed from the master still prints - the
      * sponsor owes the invoice either way - with a blank name.
       LookUpStudentName.
            MOVE SPACES TO DL-Surname
            MOVE SPACES TO DL-Initials
            IF StudentFileOnHand
                MOVE SIV-StudentId TO StudentId
                READ StudentFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE Surname OF StudentMasterRecord
                            TO DL-Surname
                        MOVE Initials OF StudentMasterRecord
                            TO DL-Initials
                END-READ
            END-IF.

       StartNewStatement.
            SET StatementHeaded TO TRUE
            MOVE SPN-Sponsor-Id TO SH-Sponsor-Id
            MOVE SPN-Name       TO SH-Sponsor-Name
            MOVE WS-Today-Num   TO SH-Date
            MOVE WS-Statement-Head-Line TO ShowStatement
            IF FirstStatementPage
                WRITE ShowStatement
                MOVE "N" TO WS-First-Page-Switch
            ELSE
                WRITE ShowStatement AFTER ADVANCING PAGE
            END-IF
            MOVE SPN-Street     TO AL-Street
            MOVE SPN-City       TO AL-City
            MOVE SPN-PostalCode TO AL-PostalCode
            MOVE WS-Address-Line TO ShowStatement
            WRITE ShowStatement
            MOVE SPN-Contact    TO CL-Contact
            MOVE SPN-Phone      TO CL-Phone
            MOVE WS-Contact-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Blank-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Column-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Blank-Line TO ShowStatement
            WRITE ShowStatement
            PERFORM WriteCorrespondence
            ADD 1 TO WS-Statements-Printed.

       PrintStatementTotal.
            MOVE WS-Blank-Line TO ShowStatement
            WRITE ShowStatement
            MOVE WS-Statement-Total TO TL-Total
            MOVE WS-Total-Line TO ShowStatement
            WRITE ShowStatement
            MOVE SPN-Terms-Days TO TM-Days
            MOVE WS-Terms-Line TO ShowStatement
            WRITE ShowStatement
            ADD WS-Statement-Total TO WS-Total-Due.

      * The sponsor record is in hand, so the address on the trace
      * is the address the statement went to.
       WriteCorrespondence.
            SET CorrSponsor TO TRUE
            MOVE SPN-Sponsor-Id TO CRH-Party-Id
            MOVE "STATEMENT " TO CRH-Doc-Type
            MOVE WS-Today-Num TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE SPN-Street TO CRH-Address(1:20)
            MOVE SPN-City   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

       END PROGRAM SponsorStmt.
