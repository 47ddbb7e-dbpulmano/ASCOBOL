      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODCapture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every numbered delivery note DeliveryNotes printed, one
      * record per line - the whole file rides in a table for the
      * run and is written back with the proofs applied, less the
      * lines settled in a period that is finished with.
           SELECT DeliveryNoteFile ASSIGN "DELNOTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DelNote-Status.

      * One proof of delivery per record, keyed against the note
      * number the van brought back.
           SELECT TransFile ASSIGN "PODTRN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Trans-Status.

      * How many days a note may be out before it is chased.
           SELECT PODControlFile ASSIGN "PODCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PODCtl-Status.

      * A refused note is credited the way any return is - a
      * numbered authorization on RETAUTH.DAT and the negative line
      * queued on RELSALES.DAT for the next extract, so validation
      * takes the return, the sales report credits it, invoicing
      * nets it off and StockUpdate books the units back in.
           SELECT AuthFile ASSIGN "RETAUTH.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Auth-Status.

           SELECT AuthNumFile ASSIGN "RANUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AuthNum-Status.

           SELECT ReleasedFile ASSIGN "RELSALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Released-Status.

      * The invoices SalesInvoicing is holding until their proofs
      * are in - a held period's lines stay on DELNOTES.DAT, since
      * that is what releases the invoice.
           SELECT HeldInvoiceFile ASSIGN "SINVHOLD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Held-Status.

           SELECT RegisterFile ASSIGN "PODREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UndeliveredFile ASSIGN "UNDELIV.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "PODEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryNoteFile.
           COPY DELNOTE.

      * Outcome D delivered, R refused, N nobody home. The date is
      * the day of the attempt; the signatory is whoever signed for
      * the goods, or refused them, and must be there on a D.
       FD  TransFile.
       01  TransRecord.
           02 NoteNumber-P         PIC X(6).
           02 Outcome-P            PIC X.
               88 OutcomeDelivered         VALUE "D".
               88 OutcomeRefused           VALUE "R".
               88 OutcomeNotHome           VALUE "N".
               88 OutcomeValid             VALUE "D" "R" "N".
           02 PODDate-P            PIC X(8).
           02 Signatory-P          PIC X(20).

       FD  HeldInvoiceFile.
       01  HeldInvoiceRecord.
           02 HD-Cus-Id             PIC 9(5).
           02 FILLER                PIC X       VALUE SPACE.
           02 HD-Period-Begin       PIC 9(8).
           02 FILLER                PIC X       VALUE SPACE.
           02 HD-Amount             PIC 9(7)V99.

       FD  PODControlFile.
       01  PODControlRecord.
           02 PCT-Chase-Days       PIC 9(3).

       FD  AuthFile.
           COPY RETAUTH.

       FD  AuthNumFile.
       01  AuthNumRecord.
           02 RAN-Next-Number      PIC 9(6).

       FD  ReleasedFile.
       01  ReleasedRecord.
           02 RL-Cus-Id     PIC 9(5).
           02 RL-Cus-Name   PIC X(20).
           02 RL-Oil-Id     PIC X.
           02 RL-Unit-Size  PIC 9.
           02 RL-Units-Sold PIC S9(3).
           02 RL-SalesPerson PIC X(3).

       FD  RegisterFile.
       01  ShowRegister             PIC X(80).

       FD  UndeliveredFile.
       01  ShowUndelivered          PIC X(80).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Key           PIC X(6).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
       FD  CommonExceptFile.
           COPY EXCEPTS.

       WORKING-STORAGE SECTION.
       01  WS-DelNote-Status       PIC XX      VALUE SPACES.
       01  WS-Trans-Status         PIC XX      VALUE SPACES.
       01  WS-PODCtl-Status        PIC XX      VALUE SPACES.
       01  WS-Auth-Status          PIC XX      VALUE SPACES.
       01  WS-AuthNum-Status       PIC XX      VALUE SPACES.
       01  WS-Released-Status      PIC XX      VALUE SPACES.
       01  WS-Held-Status          PIC XX      VALUE SPACES.
       01  WS-Held-EOF-Switch      PIC X       VALUE "N".
           88 EndOfHeldFile                    VALUE "Y".

       01  WS-DelNote-EOF-Switch   PIC X       VALUE "N".
           88 EndOfDelNoteFile                 VALUE "Y".
       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-DelNote-File-Sw      PIC X       VALUE "N".
           88 DelNoteFileOnHand                VALUE "Y".

       01  WS-Today-Num            PIC 9(8)    VALUE ZERO.
       01  WS-Today-Split REDEFINES WS-Today-Num.
           02 WS-Today-YYYY        PIC 9(4).
           02 WS-Today-MM          PIC 9(2).
           02 WS-Today-DD          PIC 9(2).
       01  WS-Note-Date-Split.
           02 WS-Note-YYYY         PIC 9(4).
           02 WS-Note-MM           PIC 9(2).
           02 WS-Note-DD           PIC 9(2).
       01  WS-Note-Age-Days        PIC S9(5)   VALUE ZERO.

      * No PODCTL.DAT (a "35" status) chases a note after a week.
       01  WS-Chase-Days           PIC 9(3)    VALUE 7.
       01  WS-Next-Auth-Number     PIC 9(6)    VALUE 1.

      * DELNOTES.DAT for the run - a note's lines sit together in
      * the order DeliveryNotes wrote them. A file that will not
      * fit stops the run before anything is applied.
       01  WS-Note-Table-Max       PIC 9(4)    COMP VALUE 5000.
       01  NoteTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  NoteTable.
           02 NoteEntry            OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON NoteTableCount
                                    INDEXED BY NoteIdx.
               03 NT-Number-Tbl    PIC 9(6).
               03 NT-Cus-Id-Tbl    PIC 9(5).
               03 NT-Cus-Name-Tbl  PIC X(20).
               03 NT-Oil-Id-Tbl    PIC X.
               03 NT-Size-Tbl      PIC 9.
               03 NT-Units-Tbl     PIC 9(3).
               03 NT-SalesPerson-Tbl PIC X(3).
               03 NT-Route-Tbl     PIC X(4).
               03 NT-Period-Tbl    PIC 9(8).
               03 NT-Date-Tbl      PIC 9(8).
               03 NT-Status-Tbl    PIC X.
                   88 NoteLineAwaitingPOD  VALUE "O" "N".
                   88 NoteLineNotHome      VALUE "N".
               03 NT-POD-Date-Tbl  PIC 9(8).
               03 NT-Signatory-Tbl PIC X(20).
               03 NT-Auth-Tbl      PIC 9(6).
       01  WS-Note-Sub             PIC 9(4)    COMP VALUE ZERO.

      * The newest sales period on DELNOTES.DAT - a settled line of
      * any earlier period has been invoiced and is dropped when
      * the file is written back, unless its invoice is still held.
       01  WS-Newest-Period        PIC 9(8)    VALUE ZERO.
       01  WS-Keep-Line-Sw         PIC X       VALUE "Y".
           88 KeepNoteLine                     VALUE "Y".
       01  WS-Purge-Sw             PIC X       VALUE "Y".
           88 PurgeAllowed                     VALUE "Y".
       01  HeldKeyTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  HeldKeyTable.
           02 HeldKeyEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON HeldKeyTableCount
                                    INDEXED BY HeldKeyIdx.
               03 HK-Cus-Id-Tbl    PIC 9(5).
               03 HK-Period-Tbl    PIC 9(8).
       01  WS-First-Line-Sub       PIC 9(4)    COMP VALUE ZERO.

      * The transaction as edited - the note it names and whether
      * that note is still waiting on its proof.
       01  WS-Trans-Note-Number    PIC 9(6)    VALUE ZERO.
       01  WS-Trans-POD-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Note-Found-Switch    PIC X       VALUE "N".
           88 NoteIsOnFile                     VALUE "Y".
       01  WS-Note-Open-Switch     PIC X       VALUE "N".
           88 NoteAwaitingPOD                  VALUE "Y".
       01  WS-Prev-Listed-Number   PIC 9(6)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Trans-Read        PIC 9(5)    VALUE ZERO.
           02 WS-Notes-Delivered   PIC 9(5)    VALUE ZERO.
           02 WS-Notes-Refused     PIC 9(5)    VALUE ZERO.
           02 WS-Notes-Not-Home    PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.
           02 WS-Auths-Raised      PIC 9(5)    VALUE ZERO.
           02 WS-Units-Returned    PIC 9(7)    VALUE ZERO.
           02 WS-Notes-Undelivered PIC 9(5)    VALUE ZERO.
           02 WS-Lines-Dropped     PIC 9(5)    VALUE ZERO.

       01  WS-Title-Line            PIC X(80)   VALUE
           "PROOF OF DELIVERY REGISTER".

       01  WS-Column-Line           PIC X(80)   VALUE
           "NOTE    CUS-ID  OUTCOME    DATED     SIGNED BY".

       01  WS-Detail-Line.
           02 DL-Number             PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 DL-Outcome            PIC X(9).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-POD-Date           PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Signatory          PIC X(20).
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-Return-Line.
           02 FILLER                PIC X(10)   VALUE SPACES.
           02 FILLER                PIC X(13)   VALUE
              "RETURN AUTH  ".
           02 RT-Auth-Number        PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RT-Oil-Id             PIC X.
           02 FILLER                PIC X(6)    VALUE " SIZE ".
           02 RT-Unit-Size          PIC 9.
           02 FILLER                PIC X(6)    VALUE "  QTY ".
           02 RT-Units              PIC ZZ9.
           02 FILLER                PIC X(32)   VALUE SPACES.

       01  WS-Undel-Title-Line.
           02 FILLER                PIC X(35)   VALUE
              "UNDELIVERED NOTES - NO PROOF AFTER ".
           02 UT-Chase-Days         PIC ZZ9.
           02 FILLER                PIC X(13)   VALUE " DAYS  DATED ".
           02 UT-Today              PIC 9(8).
           02 FILLER                PIC X(21)   VALUE SPACES.

       01  WS-Undel-Column-Line.
           02 FILLER                PIC X(38)   VALUE
              "NOTE    CUS-ID  CUSTOMER".
           02 FILLER                PIC X(42)   VALUE
              "ROUTE  DATED      DAYS  STATUS".

       01  WS-Undel-Detail-Line.
           02 UL-Number             PIC 9(6).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 UL-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 UL-Cus-Name           PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 UL-Route              PIC X(4).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 UL-Date               PIC 9(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 UL-Days               PIC ZZZZ9.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 UL-Status             PIC X(18).

       01  WS-Undel-Total-Line.
           02 FILLER                PIC X(19)   VALUE
              "NOTES UNDELIVERED: ".
           02 UX-Count              PIC ZZZZ9.
           02 FILLER                PIC X(56)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * A delivery note stops vanishing once it leaves the building -
      * each proof the vans bring back is keyed against the note
      * number and lands on every line of the note. Delivered and
      * refused notes are settled; a refusal raises a returns
      * authorization per line and queues the return, which credits
      * the customer and restocks through the same path any agreed
      * return takes. Not home leaves the note waiting for another
      * attempt. Whatever is still waiting past the chase days is
      * listed for the office to follow up.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM LoadPODControl
            PERFORM LoadNoteTable
            PERFORM GetNextAuthNumber

            OPEN INPUT TransFile
            OPEN OUTPUT RegisterFile
            OPEN OUTPUT ExceptionFile
            MOVE WS-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Column-Line TO ShowRegister
            WRITE ShowRegister
            IF WS-Trans-Status NOT = "00"
                SET EndOfTransFile-WS TO TRUE
            ELSE
                READ TransFile
                    AT END SET EndOfTransFile-WS TO TRUE
                END-READ
            END-IF
            PERFORM ApplyPODTrans UNTIL EndOfTransFile-WS
            IF WS-Trans-Status NOT = "35"
                CLOSE TransFile
            END-IF
            CLOSE RegisterFile
            CLOSE ExceptionFile

            IF DelNoteFileOnHand
                PERFORM StoreNoteTable
            END-IF
            PERFORM StoreNextAuthNumber
            PERFORM PrintUndeliveredListing

            DISPLAY "PODCapture - Control Report"
            DISPLAY "Proofs read           : " WS-Trans-Read
            DISPLAY "Notes delivered       : " WS-Notes-Delivered
            DISPLAY "Notes refused         : " WS-Notes-Refused
            DISPLAY "Notes not home        : " WS-Notes-Not-Home
            DISPLAY "Proofs rejected       : " WS-Trans-Rejected
            DISPLAY "Return auths raised   : " WS-Auths-Raised
            DISPLAY "Units returned        : " WS-Units-Returned
            DISPLAY "Notes undelivered     : " WS-Notes-Undelivered
            DISPLAY "Settled lines dropped : " WS-Lines-Dropped
            STOP RUN.

       ApplyPODTrans.
            ADD 1 TO WS-Trans-Read
            MOVE NoteNumber-P TO Except-Key
            PERFORM LocateNote
            EVALUATE TRUE
                WHEN NOT NoteIsOnFile
                    MOVE "DELIVERY NOTE NOT ON FILE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN NOT NoteAwaitingPOD
                    MOVE "NOTE ALREADY HAS PROOF OF DELIVERY"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN NOT OutcomeValid
                    MOVE "POD OUTCOME NOT D, R OR N" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PODDate-P NOT NUMERIC
                    MOVE "POD DATE NOT VALID" TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN PODDate-P > WS-Today-Num
                  OR PODDate-P < NT-Date-Tbl(WS-First-Line-Sub)
                    MOVE "POD DATE BEFORE NOTE OR AFTER TODAY"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OutcomeDelivered AND Signatory-P = SPACES
                    MOVE "SIGNATORY MISSING ON DELIVERED NOTE"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                WHEN OTHER
                    PERFORM ApplyOneProof
            END-EVALUATE
            READ TransFile
                AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * Finds the note's first line, and whether the note is still
      * waiting - every line of a note carries the same status.
       LocateNote.
            MOVE "N" TO WS-Note-Found-Switch
            MOVE "N" TO WS-Note-Open-Switch
            MOVE ZERO TO WS-First-Line-Sub
            IF NoteNumber-P NUMERIC AND NoteTableCount > ZERO
                MOVE NoteNumber-P TO WS-Trans-Note-Number
                SET NoteIdx TO 1
                SEARCH NoteEntry
                   AT END CONTINUE
                   WHEN NT-Number-Tbl(NoteIdx) = WS-Trans-Note-Number
                        SET NoteIsOnFile TO TRUE
                        SET WS-First-Line-Sub TO NoteIdx
                        IF NoteLineAwaitingPOD(NoteIdx)
                            SET NoteAwaitingPOD TO TRUE
                        END-IF
                END-SEARCH
            END-IF.

       ApplyOneProof.
            MOVE PODDate-P TO WS-Trans-POD-Date
            MOVE WS-Trans-Note-Number TO DL-Number
            MOVE NT-Cus-Id-Tbl(WS-First-Line-Sub) TO DL-Cus-Id
            MOVE WS-Trans-POD-Date TO DL-POD-Date
            MOVE Signatory-P TO DL-Signatory
            EVALUATE TRUE
                WHEN OutcomeDelivered
                    MOVE "DELIVERED" TO DL-Outcome
                    ADD 1 TO WS-Notes-Delivered
                WHEN OutcomeRefused
                    MOVE "REFUSED"   TO DL-Outcome
                    ADD 1 TO WS-Notes-Refused
                WHEN OTHER
                    MOVE "NOT HOME"  TO DL-Outcome
                    ADD 1 TO WS-Notes-Not-Home
            END-EVALUATE
            MOVE WS-Detail-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM ApplyProofToLine
                VARYING WS-Note-Sub FROM WS-First-Line-Sub BY 1
                UNTIL WS-Note-Sub > NoteTableCount.

       ApplyProofToLine.
            IF NT-Number-Tbl(WS-Note-Sub) = WS-Trans-Note-Number
                MOVE Outcome-P TO NT-Status-Tbl(WS-Note-Sub)
                MOVE WS-Trans-POD-Date TO NT-POD-Date-Tbl(WS-Note-Sub)
                MOVE Signatory-P TO NT-Signatory-Tbl(WS-Note-Sub)
                IF OutcomeRefused
                    PERFORM RaiseRefusalReturn
                END-IF
            END-IF.

      * The refused line comes back as an agreed return - the
      * authorization names the period the goods were sold in, and
      * the negative line carries the original salesperson so the
      * commission comes back off with it.
       RaiseRefusalReturn.
            MOVE SPACES TO ReturnsAuthRecord
            MOVE WS-Next-Auth-Number TO RA-Number
            MOVE NT-Cus-Id-Tbl(WS-Note-Sub)   TO RA-Cus-Id
            MOVE NT-Oil-Id-Tbl(WS-Note-Sub)   TO RA-Product-Id
            MOVE NT-Size-Tbl(WS-Note-Sub)     TO RA-Unit-Size
            MOVE NT-Units-Tbl(WS-Note-Sub)    TO RA-Qty
            MOVE NT-Period-Tbl(WS-Note-Sub)   TO RA-Orig-Period
            MOVE WS-Today-Num                 TO RA-Date
            SET ReturnsAuthOpen TO TRUE
            OPEN EXTEND AuthFile
            IF WS-Auth-Status = "35"
                OPEN OUTPUT AuthFile
            END-IF
            WRITE ReturnsAuthRecord
            CLOSE AuthFile

            MOVE NT-Cus-Id-Tbl(WS-Note-Sub)      TO RL-Cus-Id
            MOVE NT-Cus-Name-Tbl(WS-Note-Sub)    TO RL-Cus-Name
            MOVE NT-Oil-Id-Tbl(WS-Note-Sub)      TO RL-Oil-Id
            MOVE NT-Size-Tbl(WS-Note-Sub)        TO RL-Unit-Size
            COMPUTE RL-Units-Sold = ZERO - NT-Units-Tbl(WS-Note-Sub)
            MOVE NT-SalesPerson-Tbl(WS-Note-Sub) TO RL-SalesPerson
            OPEN EXTEND ReleasedFile
            IF WS-Released-Status = "35"
                OPEN OUTPUT ReleasedFile
            END-IF
            WRITE ReleasedRecord
            CLOSE ReleasedFile

            MOVE WS-Next-Auth-Number TO NT-Auth-Tbl(WS-Note-Sub)
            MOVE WS-Next-Auth-Number TO RT-Auth-Number
            MOVE NT-Oil-Id-Tbl(WS-Note-Sub) TO RT-Oil-Id
            MOVE NT-Size-Tbl(WS-Note-Sub)   TO RT-Unit-Size
            MOVE NT-Units-Tbl(WS-Note-Sub)  TO RT-Units
            MOVE WS-Return-Line TO ShowRegister
            WRITE ShowRegister
            ADD 1 TO WS-Next-Auth-Number
            ADD 1 TO WS-Auths-Raised
            ADD NT-Units-Tbl(WS-Note-Sub) TO WS-Units-Returned.

      * One line per note still waiting past the chase days - the
      * age is counted the way SalesAged ages an invoice.
       PrintUndeliveredListing.
            OPEN OUTPUT UndeliveredFile
            MOVE WS-Chase-Days TO UT-Chase-Days
            MOVE WS-Today-Num  TO UT-Today
            MOVE WS-Undel-Title-Line TO ShowUndelivered
            WRITE ShowUndelivered
            MOVE WS-Blank-Line TO ShowUndelivered
            WRITE ShowUndelivered
            MOVE WS-Undel-Column-Line TO ShowUndelivered
            WRITE ShowUndelivered
            PERFORM ListOneUndelivered
                VARYING WS-Note-Sub FROM 1 BY 1
                UNTIL WS-Note-Sub > NoteTableCount
            MOVE WS-Notes-Undelivered TO UX-Count
            MOVE WS-Blank-Line TO ShowUndelivered
            WRITE ShowUndelivered
            MOVE WS-Undel-Total-Line TO ShowUndelivered
            WRITE ShowUndelivered
            CLOSE UndeliveredFile.

       ListOneUndelivered.
            IF NoteLineAwaitingPOD(WS-Note-Sub)
               AND NT-Number-Tbl(WS-Note-Sub) NOT =
                   WS-Prev-Listed-Number
                MOVE NT-Date-Tbl(WS-Note-Sub) TO WS-Note-Date-Split
                COMPUTE WS-Note-Age-Days =
                    ((WS-Today-YYYY - WS-Note-YYYY) * 365)
                    + ((WS-Today-MM - WS-Note-MM) * 30)
                    + (WS-Today-DD - WS-Note-DD)
                IF WS-Note-Age-Days > WS-Chase-Days
                    MOVE NT-Number-Tbl(WS-Note-Sub)   TO UL-Number
                    MOVE NT-Cus-Id-Tbl(WS-Note-Sub)   TO UL-Cus-Id
                    MOVE NT-Cus-Name-Tbl(WS-Note-Sub) TO UL-Cus-Name
                    MOVE NT-Route-Tbl(WS-Note-Sub)    TO UL-Route
                    MOVE NT-Date-Tbl(WS-Note-Sub)     TO UL-Date
                    MOVE WS-Note-Age-Days             TO UL-Days
                    IF NoteLineNotHome(WS-Note-Sub)
                        MOVE "NOT HOME - RETRY" TO UL-Status
                    ELSE
                        MOVE "NO POD RETURNED"  TO UL-Status
                    END-IF
                    MOVE WS-Undel-Detail-Line TO ShowUndelivered
                    WRITE ShowUndelivered
                    MOVE NT-Number-Tbl(WS-Note-Sub)
                        TO WS-Prev-Listed-Number
                    ADD 1 TO WS-Notes-Undelivered
                END-IF
            END-IF.

      * No DELNOTES.DAT (a "35" status) - no note has been printed
      * since numbering began, and every proof rejects.
       LoadNoteTable.
            OPEN INPUT DeliveryNoteFile
            IF WS-DelNote-Status NOT = "00"
                SET EndOfDelNoteFile TO TRUE
            ELSE
                SET DelNoteFileOnHand TO TRUE
                READ DeliveryNoteFile
                    AT END SET EndOfDelNoteFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfDelNoteFile
                IF NoteTableCount NOT < WS-Note-Table-Max
                    DISPLAY "PODCapture - DELNOTES.DAT HOLDS MORE THAN "
                        WS-Note-Table-Max " LINES - RUN ABORTED"
                    CLOSE DeliveryNoteFile
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET NoteIdx TO NoteTableCount
                SET NoteIdx UP BY 1
                SET NoteTableCount TO NoteIdx
                IF DN-Period-Begin > WS-Newest-Period
                    MOVE DN-Period-Begin TO WS-Newest-Period
                END-IF
                MOVE DN-Number       TO NT-Number-Tbl(NoteIdx)
                MOVE DN-Cus-Id       TO NT-Cus-Id-Tbl(NoteIdx)
                MOVE DN-Cus-Name     TO NT-Cus-Name-Tbl(NoteIdx)
                MOVE DN-Oil-Id       TO NT-Oil-Id-Tbl(NoteIdx)
                MOVE DN-Unit-Size    TO NT-Size-Tbl(NoteIdx)
                MOVE DN-Units        TO NT-Units-Tbl(NoteIdx)
                MOVE DN-SalesPerson  TO NT-SalesPerson-Tbl(NoteIdx)
                MOVE DN-Route        TO NT-Route-Tbl(NoteIdx)
                MOVE DN-Period-Begin TO NT-Period-Tbl(NoteIdx)
                MOVE DN-Date         TO NT-Date-Tbl(NoteIdx)
                MOVE DN-Status       TO NT-Status-Tbl(NoteIdx)
                MOVE DN-POD-Date     TO NT-POD-Date-Tbl(NoteIdx)
                MOVE DN-Signatory    TO NT-Signatory-Tbl(NoteIdx)
                MOVE DN-Auth-Number  TO NT-Auth-Tbl(NoteIdx)
                READ DeliveryNoteFile
                    AT END SET EndOfDelNoteFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-DelNote-Status NOT = "35"
                CLOSE DeliveryNoteFile
            END-IF.

      * SalesInvoicing runs on the period's notes before the next
      * period's are printed, so by the time a newer period is on
      * file an older one has been invoiced or its invoice held.
      * A settled line can then only matter to a held invoice.
       StoreNoteTable.
            PERFORM LoadHeldKeys
            OPEN OUTPUT DeliveryNoteFile
            PERFORM VARYING NoteIdx FROM 1 BY 1
                    UNTIL NoteIdx > NoteTableCount
                PERFORM CheckKeepNoteLine
                IF KeepNoteLine
                    PERFORM WriteNoteLine
                ELSE
                    ADD 1 TO WS-Lines-Dropped
                END-IF
            END-PERFORM
            CLOSE DeliveryNoteFile.

       CheckKeepNoteLine.
            SET KeepNoteLine TO TRUE
            IF PurgeAllowed
               AND NOT NoteLineAwaitingPOD(NoteIdx)
               AND NT-Period-Tbl(NoteIdx) < WS-Newest-Period
                MOVE "N" TO WS-Keep-Line-Sw
                IF HeldKeyTableCount > ZERO
                    SET HeldKeyIdx TO 1
                    SEARCH HeldKeyEntry
                        AT END CONTINUE
                        WHEN HK-Cus-Id-Tbl(HeldKeyIdx)
                                 = NT-Cus-Id-Tbl(NoteIdx)
                         AND HK-Period-Tbl(HeldKeyIdx)
                                 = NT-Period-Tbl(NoteIdx)
                            SET KeepNoteLine TO TRUE
                    END-SEARCH
                END-IF
            END-IF.

       WriteNoteLine.
            MOVE SPACES TO DeliveryNoteRecord
            MOVE NT-Number-Tbl(NoteIdx)      TO DN-Number
            MOVE NT-Cus-Id-Tbl(NoteIdx)      TO DN-Cus-Id
            MOVE NT-Cus-Name-Tbl(NoteIdx)    TO DN-Cus-Name
            MOVE NT-Oil-Id-Tbl(NoteIdx)      TO DN-Oil-Id
            MOVE NT-Size-Tbl(NoteIdx)        TO DN-Unit-Size
            MOVE NT-Units-Tbl(NoteIdx)       TO DN-Units
            MOVE NT-SalesPerson-Tbl(NoteIdx) TO DN-SalesPerson
            MOVE NT-Route-Tbl(NoteIdx)       TO DN-Route
            MOVE NT-Period-Tbl(NoteIdx)      TO DN-Period-Begin
            MOVE NT-Date-Tbl(NoteIdx)        TO DN-Date
            MOVE NT-Status-Tbl(NoteIdx)      TO DN-Status
            MOVE NT-POD-Date-Tbl(NoteIdx)    TO DN-POD-Date
            MOVE NT-Signatory-Tbl(NoteIdx)   TO DN-Signatory
            MOVE NT-Auth-Tbl(NoteIdx)        TO DN-Auth-Number
            WRITE DeliveryNoteRecord.

      * No SINVHOLD.DAT (a "35" status) - nothing is held. A file
      * too big to table drops nothing rather than guess.
       LoadHeldKeys.
            OPEN INPUT HeldInvoiceFile
            IF WS-Held-Status NOT = "00"
                SET EndOfHeldFile TO TRUE
            ELSE
                READ HeldInvoiceFile
                    AT END SET EndOfHeldFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfHeldFile
                IF HeldKeyTableCount < 5000
                    SET HeldKeyIdx TO HeldKeyTableCount
                    SET HeldKeyIdx UP BY 1
                    SET HeldKeyTableCount TO HeldKeyIdx
                    MOVE HD-Cus-Id TO HK-Cus-Id-Tbl(HeldKeyIdx)
                    MOVE HD-Period-Begin TO HK-Period-Tbl(HeldKeyIdx)
                ELSE
                    MOVE "N" TO WS-Purge-Sw
                END-IF
                READ HeldInvoiceFile
                    AT END SET EndOfHeldFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Held-Status NOT = "35"
                CLOSE HeldInvoiceFile
            END-IF.

       LoadPODControl.
            OPEN INPUT PODControlFile
            IF WS-PODCtl-Status = "00"
                READ PODControlFile
                    AT END CONTINUE
                    NOT AT END
                        IF PCT-Chase-Days NUMERIC
                            MOVE PCT-Chase-Days TO WS-Chase-Days
                        END-IF
                END-READ
                CLOSE PODControlFile
            END-IF.

      * The same RANUM.DAT control ReturnsAuth numbers from, so a
      * refusal's authorization never collides with a keyed one.
       GetNextAuthNumber.
            OPEN INPUT AuthNumFile
            IF WS-AuthNum-Status = "00"
                READ AuthNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE RAN-Next-Number TO WS-Next-Auth-Number
                END-READ
                CLOSE AuthNumFile
            END-IF.

       StoreNextAuthNumber.
            OPEN OUTPUT AuthNumFile
            MOVE WS-Next-Auth-Number TO RAN-Next-Number
            WRITE AuthNumRecord
            CLOSE AuthNumFile.

       WriteExceptionRecord.
            ADD 1 TO WS-Trans-Rejected
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord
            PERFORM WriteCommonException.

       WriteCommonException.
            OPEN EXTEND CommonExceptFile
            MOVE "PODCAPTURE" TO EXC-Program
            MOVE Except-Key    TO EXC-Key
            MOVE Except-Detail TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       END PROGRAM PODCapture.
