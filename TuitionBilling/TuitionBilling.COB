           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Each award netted off a fee is kept on the student's account
      * history - the invoice shows only the net, the statement of
      * account shows what was taken off it.
           SELECT AccountHistFile ASSIGN "ACCTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The chart of accounts ChartMaint keeps and the period-close
      * control - every journal line must name a known open account
      * and a date in the open period, or it rejects to EXCEPTS.DAT.
           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The sponsors SponsorMaint keeps and the students each one
      * pays for - a linked student's fee splits at raise time, and
      * the sponsor's portion is raised to the sponsor on its own
      * invoice file under the same numbering.
           SELECT SponsorFile ASSIGN "SPONSOR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sponsor-Status.

           SELECT SponsorLinkFile ASSIGN "SPONLINK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Link-Status.

           SELECT SponsorInvoiceFile ASSIGN "SPONINV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIV-Number
                  ALTERNATE RECORD KEY IS SIV-Sponsor-Id
                      WITH DUPLICATES
                  FILE STATUS IS WS-SponInv-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
       FD  CorrHistFile.
           COPY CORRHIST.

       FD  AccountHistFile.
           COPY ACCTHIST.


       FD  ChartFile.
           COPY CHARTACC.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       FD  SponsorFile.
           COPY SPONSOR.

       FD  SponsorLinkFile.
           COPY SPONLINK.

       FD  SponsorInvoiceFile.
           COPY SPONINV.

       WORKING-STORAGE SECTION.
      * The chart rides here so each journal line validates before
      * it writes - no CHART.DAT yet means the chart is not built

       01  WS-Source-Sub            PIC 9(4)    COMP VALUE ZERO.

      * Sponsors and links ride here for the run - only an active
      * sponsor takes a share; a link to a sponsor since set
      * inactive or removed bills the student in full.
       01  WS-Sponsor-Status        PIC XX      VALUE SPACES.
       01  WS-Link-Status           PIC XX      VALUE SPACES.
       01  WS-SponInv-Status        PIC XX      VALUE SPACES.
       01  WS-Sponsor-EOF-Switch    PIC X       VALUE "N".
           88 EndOfSponsorFile                  VALUE "Y".
       01  WS-Link-EOF-Switch       PIC X       VALUE "N".
           88 EndOfLinkFile                     VALUE "Y".

       01  SponsorTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  SponsorTable.
           02 SponsorEntry          OCCURS 1 TO 500 TIMES
                                     DEPENDING ON SponsorTableCount
                                     INDEXED BY SponsorIdx.
               03 SP-Id-Tbl         PIC 9(5).
               03 SP-Street-Tbl     PIC X(20).
               03 SP-City-Tbl       PIC X(15).
               03 SP-Status-Tbl     PIC X.
                   88 SponsorEntryActive        VALUE "A".

       01  LinkTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  LinkTable.
           02 LinkEntry             OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON LinkTableCount
                                     INDEXED BY LinkIdx.
               03 LK-StudentId-Tbl  PIC 9(7).
               03 LK-Sponsor-Tbl    PIC 9(5).
               03 LK-Share-Tbl      PIC 9(3)V99.

       01  WS-Sponsor-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Link-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Sponsor-Portion       PIC 9(5)V99 VALUE ZERO.
       01  WS-Student-Portion       PIC 9(5)V99 VALUE ZERO.
       01  WS-Student-Inv-Number    PIC 9(6)    VALUE ZERO.
       01  WS-Sponsor-Invoices      PIC 9(5)    VALUE ZERO.
       01  WS-Links-Not-Billed      PIC 9(5)    VALUE ZERO.
       01  WS-Student-Debit         PIC 9(7)V99 VALUE ZERO.

       COPY MONEYED REPLACING MONEY-FIELD BY WS-Total-Sponsored,
                               MONEY-EDIT  BY WS-Total-Sponsored-Edit,
                               MONEY-VALUE BY ZERO.

       01  WS-Gross-Fee             PIC 9(5)V99 VALUE ZERO.
       01  WS-Award-Amount          PIC 9(5)V99 VALUE ZERO.
       01  WS-Net-Fee               PIC 9(5)V99 VALUE ZERO.
           02 DL-Amount             PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(40)   VALUE SPACES.

      * The sponsor portion prints under the student it belongs
      * to, so the register still reads one student at a time.
       01  WS-Sponsor-Line.
           02 FILLER                PIC X(9)    VALUE SPACES.
           02 FILLER                PIC X(8)    VALUE "SPONSOR ".
           02 SPL-Line-Sponsor      PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 SPL-Line-Amount       PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(7)    VALUE "  SHARE".
           02 SPL-Line-Share        PIC ZZ9.99.
           02 FILLER                PIC X       VALUE "%".
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER                PIC X(17)   VALUE
              "STUDENTS BILLED: ".
           02 TL-Amount             PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Sponsor-Total-Line.
           02 FILLER                PIC X(17)   VALUE
              "SPONSOR INVOICES:".
           02 TL-Sponsor-Invoices   PIC ZZZZ9.
           02 FILLER                PIC X(15)   VALUE "  TO SPONSORS: ".
           02 TL-Sponsor-Amount     PIC Z,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(30)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
            END-IF
            PERFORM LoadCourseTable
            PERFORM LoadAwardTable
            PERFORM LoadSponsorTable
            PERFORM LoadLinkTable
            PERFORM LoadChartTable
            PERFORM GetLastClosedMonth
            PERFORM GetNextInvoiceNumber

            OPEN INPUT StudentFile
            PERFORM OpenInvoiceFile
            PERFORM OpenSponsorInvoiceFile
            OPEN OUTPUT RegisterFile
            OPEN OUTPUT AwardRegisterFile
            OPEN EXTEND CorrHistFile
            OPEN EXTEND AccountHistFile

            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            WRITE ShowRegister
            MOVE WS-Total-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Sponsor-Invoices TO TL-Sponsor-Invoices
            MOVE WS-Total-Sponsored  TO TL-Sponsor-Amount
            MOVE WS-Sponsor-Total-Line TO ShowRegister
            WRITE ShowRegister

            CLOSE StudentFile
            CLOSE InvoiceFile
            CLOSE SponsorInvoiceFile
            CLOSE RegisterFile
            CLOSE CorrHistFile
            CLOSE AccountHistFile

            PERFORM PrintSourceTotals
            CLOSE AwardRegisterFile

            MOVE WS-Total-Billed TO WS-Total-Billed-Edit
            MOVE WS-Total-Awarded TO WS-Total-Awarded-Edit
            MOVE WS-Total-Sponsored TO WS-Total-Sponsored-Edit
            DISPLAY "TuitionBilling - Control Report"
            DISPLAY "Records scanned  : " WS-Records-Scanned
            DISPLAY "Students billed  : " WS-Students-Billed
            DISPLAY "Awards applied   : " WS-Awards-Applied
            DISPLAY "Total billed     : " WS-Total-Billed-Edit
            DISPLAY "Total awarded    : " WS-Total-Awarded-Edit
            DISPLAY "Sponsor invoices : " WS-Sponsor-Invoices
            DISPLAY "Total to sponsors: " WS-Total-Sponsored-Edit
            DISPLAY "Links not billed : " WS-Links-Not-Billed
            GOBACK.

       BillOneStudent.
                END-IF
            END-IF.

      * The fee nets its awards first, then splits between sponsor
      * and student on the link's share. A student the sponsor
      * pays for in full gets no invoice of their own; one with no
      * sponsor is invoiced exactly as before, even for nothing.
       RaiseOneInvoice.
            MOVE TuitionFee-Tbl(WS-Course-Sub) TO WS-Gross-Fee
            PERFORM NetStudentAward
            PERFORM SplitSponsorShare
            MOVE ZERO TO WS-Student-Inv-Number
            IF WS-Student-Portion > ZERO
               OR WS-Sponsor-Portion = ZERO
                PERFORM RaiseStudentPortion
            END-IF
            IF WS-Sponsor-Portion > ZERO
                PERFORM RaiseSponsorPortion
            END-IF
            ADD 1 TO WS-Students-Billed
            ADD WS-Net-Fee TO WS-Total-Billed.

       RaiseStudentPortion.
            MOVE WS-Next-Invoice-Number TO WS-Student-Inv-Number
            MOVE WS-Next-Invoice-Number TO INV-Number
            MOVE StudentId  TO INV-StudentId
            MOVE CourseCode TO INV-CourseCode
            MOVE WS-Billing-Date TO INV-Date
            MOVE WS-Student-Portion TO INV-Amount
            MOVE ZERO TO INV-Paid-Amount
            SET InvoiceOpen TO TRUE
            WRITE InvoiceRecord
                        "NUMBER " INV-Number " - CHECK INVNUM.DAT"
            END-WRITE
            ADD 1 TO WS-Next-Invoice-Number
            MOVE StudentId TO DL-StudentId
            MOVE Surname OF StudentMasterRecord TO DL-Surname
            MOVE Initials OF StudentMasterRecord TO DL-Initials
            MOVE CourseCode TO DL-CourseCode
            MOVE WS-Student-Portion TO DL-Amount
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM WriteCorrespondence.

      * The sponsor's invoice names the student and the student
      * invoice raised alongside it, so the statement and the
      * payments run can tie the two halves of one fee together.
       RaiseSponsorPortion.
            MOVE WS-Next-Invoice-Number TO SIV-Number
            MOVE LK-Sponsor-Tbl(WS-Link-Sub) TO SIV-Sponsor-Id
            MOVE StudentId TO SIV-StudentId
            MOVE CourseCode TO SIV-CourseCode
            MOVE WS-Billing-Date TO SIV-Date
            MOVE WS-Sponsor-Portion TO SIV-Amount
            MOVE ZERO TO SIV-Paid-Amount
            SET SponsorInvoiceOpen TO TRUE
            MOVE WS-Student-Inv-Number TO SIV-Student-Inv
            WRITE SponsorInvoiceRecord
                INVALID KEY
                    DISPLAY "TuitionBilling - DUPLICATE SPONSOR "
                        "INVOICE " SIV-Number " - CHECK INVNUM.DAT"
            END-WRITE
            ADD 1 TO WS-Next-Invoice-Number
            ADD 1 TO WS-Sponsor-Invoices
            ADD WS-Sponsor-Portion TO WS-Total-Sponsored
            IF WS-Student-Inv-Number = ZERO
                MOVE StudentId TO DL-StudentId
                MOVE Surname OF StudentMasterRecord TO DL-Surname
                MOVE Initials OF StudentMasterRecord TO DL-Initials
                MOVE CourseCode TO DL-CourseCode
                MOVE ZERO TO DL-Amount
                MOVE WS-Detail-Line TO ShowRegister
                WRITE ShowRegister
            END-IF
            MOVE LK-Sponsor-Tbl(WS-Link-Sub) TO SPL-Line-Sponsor
            MOVE WS-Sponsor-Portion TO SPL-Line-Amount
            MOVE LK-Share-Tbl(WS-Link-Sub) TO SPL-Line-Share
            MOVE WS-Sponsor-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM WriteSponsorCorrespondence.

      * The sponsor's share is taken of the fee after awards and
      * rounded to the cent; the student pays the remainder, so the
      * two portions always add back to the net fee.
       SplitSponsorShare.
            MOVE ZERO TO WS-Sponsor-Portion
            MOVE WS-Net-Fee TO WS-Student-Portion
            PERFORM LocateLinkEntry
            IF WS-Link-Sub > ZERO
                PERFORM LocateSponsorEntry
                IF WS-Sponsor-Sub > ZERO
                    COMPUTE WS-Sponsor-Portion ROUNDED =
                        WS-Net-Fee * LK-Share-Tbl(WS-Link-Sub) / 100
                    IF WS-Sponsor-Portion > WS-Net-Fee
                        MOVE WS-Net-Fee TO WS-Sponsor-Portion
                    END-IF
                    SUBTRACT WS-Sponsor-Portion FROM WS-Student-Portion
                ELSE
                    ADD 1 TO WS-Links-Not-Billed
                END-IF
            END-IF.

       LocateLinkEntry.
            MOVE ZERO TO WS-Link-Sub
            IF LinkTableCount > ZERO
                SET LinkIdx TO 1
                SEARCH LinkEntry
                   AT END MOVE ZERO TO WS-Link-Sub
                   WHEN LK-StudentId-Tbl(LinkIdx) = StudentId
                        SET WS-Link-Sub TO LinkIdx
                END-SEARCH
            END-IF.

      * Only an active sponsor is found - an inactive one reads as
      * no sponsor at all.
       LocateSponsorEntry.
            MOVE ZERO TO WS-Sponsor-Sub
            IF SponsorTableCount > ZERO
                SET SponsorIdx TO 1
                SEARCH SponsorEntry
                   AT END MOVE ZERO TO WS-Sponsor-Sub
                   WHEN SP-Id-Tbl(SponsorIdx) =
                            LK-Sponsor-Tbl(WS-Link-Sub)
                    AND SponsorEntryActive(SponsorIdx)
                        SET WS-Sponsor-Sub TO SponsorIdx
                END-SEARCH
            END-IF.

       WriteSponsorCorrespondence.
            SET CorrSponsor TO TRUE
            MOVE LK-Sponsor-Tbl(WS-Link-Sub) TO CRH-Party-Id
            MOVE "TUITIONBIL" TO CRH-Doc-Type
            MOVE WS-Billing-Date TO CRH-Date
            MOVE SPACES TO CRH-Address
            MOVE SP-Street-Tbl(WS-Sponsor-Sub) TO CRH-Address(1:20)
            MOVE SP-City-Tbl(WS-Sponsor-Sub)   TO CRH-Address(21:15)
            WRITE CorrespondenceRecord.

      * The master record is in hand from the billing sweep, so
      * the address on the trace is the address billed.
       WriteCorrespondence.
                ADD 1 TO WS-Awards-Applied
                PERFORM WriteAwardRegisterLine
                PERFORM TallySourceTotal
                PERFORM WriteAwardHistory
            END-IF.

      * The award is netted before the invoice is numbered - the
      * number it goes against is the next one this run assigns.
       WriteAwardHistory.
            MOVE StudentId                   TO AH-StudentId
            MOVE WS-Billing-Date             TO AH-Date
            SET HistAward                    TO TRUE
            MOVE WS-Next-Invoice-Number      TO AH-Invoice
            MOVE WS-Award-Amount             TO AH-Amount
            MOVE AW-Source-Tbl(WS-Award-Sub) TO AH-Source
            WRITE AccountHistoryRecord.

       WriteAwardRegisterLine.
            MOVE StudentId                   TO AR-StudentId
            MOVE AW-Type-Tbl(WS-Award-Sub)   TO AR-Type
                OPEN OUTPUT InvoiceFile
            END-IF.

      * SPONINV.DAT builds fresh the same way the first time a
      * sponsor portion is raised.
       OpenSponsorInvoiceFile.
            OPEN I-O SponsorInvoiceFile
            IF WS-SponInv-Status = "35"
                OPEN OUTPUT SponsorInvoiceFile
            END-IF.

      * No SPONSOR.DAT yet (a "35" status) - no sponsor takes a
      * share and every student is invoiced in full.
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
                MOVE SPN-Sponsor-Id TO SP-Id-Tbl(SponsorIdx)
                MOVE SPN-Street     TO SP-Street-Tbl(SponsorIdx)
                MOVE SPN-City       TO SP-City-Tbl(SponsorIdx)
                MOVE SPN-Status     TO SP-Status-Tbl(SponsorIdx)
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

      * No INVNUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextInvoiceNumber.
            CLOSE DailyTotalsFile.

      * One balanced posting per billing run - student debtors
      * debit, tuition revenue credit. What the sponsors owe is
      * split out of student debtors onto its own debit line.
       WriteJournalEntries.
            OPEN EXTEND JournalFile
            SUBTRACT WS-Total-Sponsored FROM WS-Total-Billed
                GIVING WS-Student-Debit
            MOVE "STUDDEBT" TO GLJ-Account
            MOVE WS-Student-Debit TO GLJ-Debit
            MOVE ZERO TO GLJ-Credit
            MOVE WS-Today-Date TO GLJ-Date
            MOVE "TUITION" TO GLJ-Source
            PERFORM PostJournalLine
            IF WS-Total-Sponsored > ZERO
                MOVE "SPONDEBT" TO GLJ-Account
                MOVE WS-Total-Sponsored TO GLJ-Debit
                MOVE ZERO TO GLJ-Credit
                MOVE WS-Today-Date TO GLJ-Date
                MOVE "TUITION" TO GLJ-Source
                PERFORM PostJournalLine
            END-IF
            MOVE "TUITION " TO GLJ-Account
            MOVE ZERO TO GLJ-Debit
            MOVE WS-Total-Billed TO GLJ-Credit
