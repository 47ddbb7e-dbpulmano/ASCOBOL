                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Valid-Status.

      * Only the period header is read - the sales period each note
      * is recorded against.
           SELECT SalesFile ASSIGN "SALES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Sales-Status.

           SELECT NoteSortFile ASSIGN "SORTNOTE.WRK".

           SELECT SortedValidFile ASSIGN "NOTESRT.TMP"
           SELECT ProductFile ASSIGN "PRODMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * The delivery zones - each customer's address places it on
      * a route at a drop, so the notes come off in van order.
           SELECT DeliveryZoneFile ASSIGN "DELZONE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Zone-Status.

           SELECT NoteFile ASSIGN "DELNOTE.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Every note printed is numbered and recorded line by line,
      * for PODCapture to key the proof of delivery against.
           SELECT DeliveryNoteFile ASSIGN "DELNOTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DelNote-Status.

      * The delivery note next-number control - the same one-record
      * discipline SINVNUM.DAT and RANUM.DAT keep.
           SELECT NoteNumFile ASSIGN "DNOTENUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NoteNum-Status.

      * Each note printed is queued for NotifyFeed, so the customer
      * hears the order is on its way.
           SELECT NotifyQueueFile ASSIGN "NOTIFYQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Queue-Status.

           SELECT CommonExceptFile ASSIGN "EXCEPTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           02 VA-Units-Sold PIC S9(3).
           02 VA-SalesPerson PIC X(3).

       FD  SalesFile.
       01  SalesRecord.
           02 Cus-Id       PIC 9(5).
               88  SalesPeriodHeader     VALUE 00000.
           02 FILLER       PIC X(26).
       01  SalesPeriodHeaderRec REDEFINES SalesRecord.
           02 SH-Header-Id        PIC 9(5).
           02 SH-Period-Begin     PIC 9(8).
           02 SH-Period-End       PIC 9(8).
           02 FILLER              PIC X(10).

       SD  NoteSortFile.
       01  NoteSortRecord.
           02 NS-Cus-Id     PIC 9(5).
           02 NS-Unit-Size  PIC 9.
           02 NS-Units-Sold PIC S9(3).
           02 NS-SalesPerson PIC X(3).
           02 NS-Unzoned    PIC X.
           02 NS-Route      PIC X(4).
           02 NS-Drop-Seq   PIC 9(3).

       FD  SortedValidFile.
       01  SortedValidRecord.
           02 SV-Unit-Size  PIC 9.
           02 SV-Units-Sold PIC S9(3).
           02 SV-SalesPerson PIC X(3).
           02 SV-Unzoned    PIC X.
               88 SortedCustomerUnzoned          VALUE "Y".
           02 SV-Route      PIC X(4).
           02 SV-Drop-Seq   PIC 9(3).

       FD  CustomerFile.
           COPY CUSTMAST.
       FD  ProductFile.
           COPY PRODMAST.

       FD  DeliveryZoneFile.
           COPY DELZONE.

       FD  NoteFile.
       01  ShowNote                 PIC X(80).

       FD  DeliveryNoteFile.
           COPY DELNOTE.

       FD  NoteNumFile.
       01  NoteNumRecord.
           02 DNN-Next-Number      PIC 9(6).

       FD  NotifyQueueFile.
           COPY NOTIFYQ.


      * The consolidated exception file - the same exception again,
      * on the one file the next night's OPEN OUTPUT cannot wipe.
           88 EndOfProductFile                  VALUE "Y".

       01  WS-Today-Num             PIC 9(8)    VALUE ZERO.
       01  WS-Queue-Status          PIC XX      VALUE SPACES.
       01  WS-Sales-Status          PIC XX      VALUE SPACES.
       01  WS-DelNote-Status        PIC XX      VALUE SPACES.
       01  WS-NoteNum-Status        PIC XX      VALUE SPACES.
       01  WS-Period-Begin          PIC 9(8)    VALUE ZERO.
       01  WS-Next-Note-Number      PIC 9(6)    VALUE 1.
       01  WS-Note-Number           PIC 9(6)    VALUE ZERO.

       01  WS-Customer-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-File-Sw      PIC X       VALUE "N".
               03 PR-EffDate-Tbl    PIC 9(8).
       01  WS-Product-Sub           PIC 9(4)    COMP VALUE ZERO.

      * DELZONE.DAT rides in this table for the run. ZN-Length-Tbl
      * is how many characters of the prefix were keyed - zero for
      * a row that covers the rest of its city. No DELZONE.DAT (a
      * "35" status) means routes are not set up yet - the notes
      * print in customer order with no manifest, as they always
      * did.
       01  WS-Zone-Status           PIC XX      VALUE SPACES.
       01  WS-Zone-EOF-Switch       PIC X       VALUE "N".
           88 EndOfZoneFile                     VALUE "Y".
       01  ZoneTableCount           PIC 9(4)    COMP VALUE ZERO.
       01  ZoneTable.
           02 ZoneEntry             OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ZoneTableCount
                                     INDEXED BY ZoneIdx.
               03 ZN-City-Tbl       PIC X(15).
               03 ZN-Prefix-Tbl     PIC X(4).
               03 ZN-Length-Tbl     PIC 9.
               03 ZN-Route-Tbl      PIC X(4).
               03 ZN-Drop-Seq-Tbl   PIC 9(3).
       01  WS-Zone-Sub              PIC 9(4)    COMP VALUE ZERO.
       01  WS-Prefix-Length         PIC 9(4)    COMP VALUE ZERO.
       01  WS-Best-Length           PIC 9       VALUE ZERO.

      * One row per customer on the run, in the sorted drop order -
      * each route's rows print as its manifest ahead of its notes.
       01  ManifestTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  ManifestTable.
           02 ManifestEntry         OCCURS 1 TO 500 TIMES
                                     DEPENDING ON ManifestTableCount
                                     INDEXED BY ManIdx.
               03 MF-Unzoned-Tbl    PIC X.
               03 MF-Route-Tbl      PIC X(4).
               03 MF-Drop-Seq-Tbl   PIC 9(3).
               03 MF-Cus-Id-Tbl     PIC 9(5).
               03 MF-Cus-Name-Tbl   PIC X(20).
               03 MF-City-Tbl       PIC X(15).
               03 MF-PostalCode-Tbl PIC X(8).
               03 MF-Units-Tbl      PIC 9(5).
       01  WS-Manifest-Sub          PIC 9(4)    COMP VALUE ZERO.
       01  WS-Route-Drops           PIC 9(4)    VALUE ZERO.
       01  WS-Route-Units           PIC 9(7)    VALUE ZERO.
       01  WS-Prev-Unzoned          PIC X       VALUE SPACE.
       01  WS-Prev-Route            PIC X(4)    VALUE SPACES.
       01  WS-First-Page-Switch     PIC X       VALUE "Y".
           88 FirstPageOfFile                   VALUE "Y".

       01  WS-Prev-Cus-Id           PIC 9(5)    VALUE ZERO.
       01  WS-First-Detail-Switch   PIC X       VALUE "Y".
           88 FirstDetailRecord                 VALUE "Y".
       01  WS-Notes-Printed         PIC 9(5)    VALUE ZERO.
       01  WS-Lines-Printed         PIC 9(7)    VALUE ZERO.
       01  WS-Returns-Skipped       PIC 9(5)    VALUE ZERO.
       01  WS-Routes-Printed        PIC 9(5)    VALUE ZERO.
       01  WS-Customers-Unzoned     PIC 9(5)    VALUE ZERO.

       01  WS-Manifest-Head-Line.
           02 FILLER                PIC X(23)   VALUE
              "ROUTE MANIFEST - ROUTE ".
           02 MH-Route              PIC X(4).
           02 FILLER                PIC X(8)    VALUE "  DATED ".
           02 MH-Date               PIC 9(8).
           02 FILLER                PIC X(37)   VALUE SPACES.

       01  WS-Unzoned-Head-Line     PIC X(80)   VALUE
           "ROUTE MANIFEST - NO DELIVERY ZONE FOR ADDRESS".

       01  WS-Manifest-Column-Line.
           02 FILLER                PIC X(36)   VALUE
              "DROP  CUS-ID  CUSTOMER".
           02 FILLER                PIC X(44)   VALUE
              "CITY             POSTCODE  UNITS".

       01  WS-Manifest-Detail-Line.
           02 ML-Drop-Seq           PIC ZZ9.
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 ML-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(3)    VALUE SPACES.
           02 ML-Cus-Name           PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ML-City               PIC X(15).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ML-PostalCode         PIC X(8).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 ML-Units              PIC ZZZZ9.
           02 FILLER                PIC X(12)   VALUE SPACES.

       01  WS-Manifest-Total-Line.
           02 FILLER                PIC X(16)   VALUE
              "DROPS ON ROUTE: ".
           02 MT-Drops              PIC ZZZ9.
           02 FILLER                PIC X(10)   VALUE "   UNITS: ".
           02 MT-Units              PIC ZZZZZZ9.
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Note-Head-Line.
           02 FILLER                PIC X(25)   VALUE
           02 NH-Cus-Id             PIC 9(5).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 NH-Cus-Name           PIC X(20).
           02 FILLER                PIC X(10)   VALUE "  NOTE NO ".
           02 NH-Note-Number        PIC 9(6).
           02 FILLER                PIC X(12)   VALUE SPACES.

       01  WS-Address-Line-1.
           02 FILLER                PIC X(10)   VALUE "SHIP TO : ".
           02 CT-Contact            PIC X(20).
           02 FILLER                PIC X(50)   VALUE SPACES.

       01  WS-Route-Line.
           02 FILLER                PIC X(10)   VALUE "ROUTE   : ".
           02 RT-Route              PIC X(4).
           02 FILLER                PIC X(7)    VALUE "  DROP ".
           02 RT-Drop-Seq           PIC 9(3).
           02 FILLER                PIC X(56)   VALUE SPACES.

       01  WS-Column-Line           PIC X(80)   VALUE
           "PRODUCT              SIZE UNITS".

      * master instead of the bare Oil-Id letter, headed with the
      * ship-to block off the customer master. Returns are credits,
      * not shipments, so negative lines are counted and left off
      * the note. Each note is numbered and recorded on
      * DELNOTES.DAT for its proof of delivery. Once DELZONE.DAT is
      * set up the notes come off in route and drop order, each
      * route's manifest ahead of its notes, and a customer whose
      * address no zone covers is listed last under its own
      * manifest and reported to EXCEPTS.DAT so the zone gets keyed.
            ACCEPT WS-Today-Num FROM DATE YYYYMMDD
            PERFORM ReadPeriodHeader
            PERFORM GetNextNoteNumber
            PERFORM OpenCustomerMaster
            PERFORM VerifyValidTrailer
            PERFORM LoadProductTable
            PERFORM LoadZoneTable

            SORT NoteSortFile
                ON ASCENDING KEY NS-Unzoned NS-Route NS-Drop-Seq
                                 NS-Cus-Id
                INPUT PROCEDURE IS ReleaseValidSales
                GIVING SortedValidFile

            IF ZoneTableCount > ZERO
                PERFORM LoadManifestTable
            END-IF
            PERFORM PrintNotes
            PERFORM StoreNextNoteNumber

            IF CustomerFileOnHand
                CLOSE CustomerFile
            DISPLAY "Delivery notes printed : " WS-Notes-Printed
            DISPLAY "Lines printed          : " WS-Lines-Printed
            DISPLAY "Return lines skipped   : " WS-Returns-Skipped
            DISPLAY "Route manifests        : " WS-Routes-Printed
            DISPLAY "Customers with no zone : " WS-Customers-Unzoned
            STOP RUN.

       ReleaseValidSales.
                ELSE
                IF VA-Units-Sold > ZERO
                    MOVE ValidRecord TO NoteSortRecord
                    PERFORM FindCustomerZone
                    RELEASE NoteSortRecord
                ELSE
                    ADD 1 TO WS-Returns-Skipped
       PrintNotes.
            OPEN INPUT SortedValidFile
            OPEN OUTPUT NoteFile
            OPEN EXTEND DeliveryNoteFile
            IF WS-DelNote-Status = "35"
                OPEN OUTPUT DeliveryNoteFile
            END-IF
            OPEN EXTEND NotifyQueueFile
            IF WS-Queue-Status = "35"
                OPEN OUTPUT NotifyQueueFile
            END-IF
            READ SortedValidFile
                AT END SET EndOfSortedFile TO TRUE
            END-READ
                END-READ
            END-PERFORM
            CLOSE SortedValidFile
            CLOSE NoteFile
            CLOSE DeliveryNoteFile
            CLOSE NotifyQueueFile.

       StartNewNote.
            IF ZoneTableCount > ZERO
                IF FirstDetailRecord
                   OR SV-Unzoned NOT = WS-Prev-Unzoned
                   OR SV-Route NOT = WS-Prev-Route
                    PERFORM PrintRouteManifest
                    MOVE SV-Unzoned TO WS-Prev-Unzoned
                    MOVE SV-Route   TO WS-Prev-Route
                END-IF
            END-IF
            MOVE WS-Next-Note-Number TO WS-Note-Number
            ADD 1 TO WS-Next-Note-Number
            MOVE SV-Cus-Id TO NH-Cus-Id
            MOVE WS-Note-Number TO NH-Note-Number
            PERFORM LookUpCustomer
            MOVE WS-Note-Head-Line TO ShowNote
            PERFORM WriteTopOfPage
            MOVE WS-Address-Line-1 TO ShowNote
            WRITE ShowNote
            MOVE WS-Address-Line-2 TO ShowNote
            WRITE ShowNote
            MOVE WS-Contact-Line TO ShowNote
            WRITE ShowNote
            IF ZoneTableCount > ZERO AND NOT SortedCustomerUnzoned
                MOVE SV-Route    TO RT-Route
                MOVE SV-Drop-Seq TO RT-Drop-Seq
                MOVE WS-Route-Line TO ShowNote
                WRITE ShowNote
            END-IF
            MOVE WS-Blank-Line TO ShowNote
            WRITE ShowNote
            MOVE WS-Column-Line TO ShowNote
            WRITE ShowNote
            PERFORM QueueDispatchNotice
            ADD 1 TO WS-Notes-Printed.

      * The first page of the file starts where the paper is; every
      * manifest and note after it starts a page of its own.
       WriteTopOfPage.
            IF FirstPageOfFile
                WRITE ShowNote
                MOVE "N" TO WS-First-Page-Switch
            ELSE
                WRITE ShowNote AFTER ADVANCING PAGE
            END-IF.

      * One route's stops in drop order, taken off the manifest
      * table from where the last route left off - the table was
      * built from the same sorted file, so its rows come in the
      * order the notes do.
       PrintRouteManifest.
            IF SortedCustomerUnzoned
                MOVE WS-Unzoned-Head-Line TO ShowNote
            ELSE
                MOVE SV-Route     TO MH-Route
                MOVE WS-Today-Num TO MH-Date
                MOVE WS-Manifest-Head-Line TO ShowNote
            END-IF
            PERFORM WriteTopOfPage
            MOVE WS-Blank-Line TO ShowNote
            WRITE ShowNote
            MOVE WS-Manifest-Column-Line TO ShowNote
            WRITE ShowNote
            MOVE ZERO TO WS-Route-Drops
            MOVE ZERO TO WS-Route-Units
            IF WS-Manifest-Sub = ZERO
                MOVE 1 TO WS-Manifest-Sub
            END-IF
            PERFORM PrintManifestStop
                UNTIL WS-Manifest-Sub > ManifestTableCount
                   OR MF-Unzoned-Tbl(WS-Manifest-Sub) NOT = SV-Unzoned
                   OR MF-Route-Tbl(WS-Manifest-Sub) NOT = SV-Route
            MOVE WS-Route-Drops TO MT-Drops
            MOVE WS-Route-Units TO MT-Units
            MOVE WS-Blank-Line TO ShowNote
            WRITE ShowNote
            MOVE WS-Manifest-Total-Line TO ShowNote
            WRITE ShowNote
            ADD 1 TO WS-Routes-Printed.

       PrintManifestStop.
            MOVE MF-Drop-Seq-Tbl(WS-Manifest-Sub)   TO ML-Drop-Seq
            MOVE MF-Cus-Id-Tbl(WS-Manifest-Sub)     TO ML-Cus-Id
            MOVE MF-Cus-Name-Tbl(WS-Manifest-Sub)   TO ML-Cus-Name
            MOVE MF-City-Tbl(WS-Manifest-Sub)       TO ML-City
            MOVE MF-PostalCode-Tbl(WS-Manifest-Sub) TO ML-PostalCode
            MOVE MF-Units-Tbl(WS-Manifest-Sub)      TO ML-Units
            MOVE WS-Manifest-Detail-Line TO ShowNote
            WRITE ShowNote
            ADD 1 TO WS-Route-Drops
            ADD MF-Units-Tbl(WS-Manifest-Sub) TO WS-Route-Units
            ADD 1 TO WS-Manifest-Sub.

      * A first pass over the sorted lines - one manifest row per
      * customer with the units going on the van, and each customer
      * no zone covers reported once.
       LoadManifestTable.
            OPEN INPUT SortedValidFile
            READ SortedValidFile
                AT END SET EndOfSortedFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfSortedFile
                IF ManifestTableCount = ZERO
                    PERFORM HoldManifestStop
                ELSE
                    IF SV-Cus-Id NOT = MF-Cus-Id-Tbl(ManIdx)
                        PERFORM HoldManifestStop
                    END-IF
                END-IF
                ADD SV-Units-Sold TO MF-Units-Tbl(ManIdx)
                READ SortedValidFile
                    AT END SET EndOfSortedFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE SortedValidFile
            MOVE "N" TO WS-Sorted-EOF-Switch.

       HoldManifestStop.
            SET ManIdx TO ManifestTableCount
            SET ManIdx UP BY 1
            SET ManifestTableCount TO ManIdx
            PERFORM LookUpCustomer
            IF NH-Cus-Name = SPACES
                MOVE SV-Cus-Name TO NH-Cus-Name
            END-IF
            MOVE SV-Unzoned    TO MF-Unzoned-Tbl(ManIdx)
            MOVE SV-Route      TO MF-Route-Tbl(ManIdx)
            MOVE SV-Drop-Seq   TO MF-Drop-Seq-Tbl(ManIdx)
            MOVE SV-Cus-Id     TO MF-Cus-Id-Tbl(ManIdx)
            MOVE NH-Cus-Name   TO MF-Cus-Name-Tbl(ManIdx)
            MOVE AL-City       TO MF-City-Tbl(ManIdx)
            MOVE AL-PostalCode TO MF-PostalCode-Tbl(ManIdx)
            MOVE ZERO          TO MF-Units-Tbl(ManIdx)
            IF SortedCustomerUnzoned
                ADD 1 TO WS-Customers-Unzoned
                PERFORM WriteZoneException
            END-IF.

      * The customer's address placed on a route - the city must be
      * the zone's and the PostalCode is matched on the longest
      * prefix keyed for it, a blank-prefix row taking whatever no
      * prefix claims. With routes set up, a customer off the
      * master or with no zone sorts last as unzoned.
       FindCustomerZone.
            MOVE "N"    TO NS-Unzoned
            MOVE SPACES TO NS-Route
            MOVE ZERO   TO NS-Drop-Seq
            IF ZoneTableCount > ZERO
                MOVE ZERO TO WS-Zone-Sub
                IF CustomerFileOnHand
                    MOVE VA-Cus-Id TO CM-Cus-Id
                    READ CustomerFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM MatchDeliveryZone
                    END-READ
                END-IF
                IF WS-Zone-Sub = ZERO
                    MOVE "Y" TO NS-Unzoned
                ELSE
                    MOVE ZN-Route-Tbl(WS-Zone-Sub)    TO NS-Route
                    MOVE ZN-Drop-Seq-Tbl(WS-Zone-Sub) TO NS-Drop-Seq
                END-IF
            END-IF.

       MatchDeliveryZone.
            MOVE ZERO TO WS-Best-Length
            PERFORM VARYING ZoneIdx FROM 1 BY 1
                    UNTIL ZoneIdx > ZoneTableCount
                IF ZN-City-Tbl(ZoneIdx) = CM-City
                   AND CM-City NOT = SPACES
                    MOVE ZN-Length-Tbl(ZoneIdx) TO WS-Prefix-Length
                    IF WS-Prefix-Length = ZERO
                        IF WS-Zone-Sub = ZERO
                            SET WS-Zone-Sub TO ZoneIdx
                        END-IF
                    ELSE
                        IF WS-Prefix-Length > WS-Best-Length
                           AND CM-PostalCode(1:WS-Prefix-Length) =
                               ZN-Prefix-Tbl(ZoneIdx)
                                   (1:WS-Prefix-Length)
                            MOVE WS-Prefix-Length TO WS-Best-Length
                            SET WS-Zone-Sub TO ZoneIdx
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       LoadZoneTable.
            OPEN INPUT DeliveryZoneFile
            IF WS-Zone-Status NOT = "00"
                SET EndOfZoneFile TO TRUE
            ELSE
                READ DeliveryZoneFile
                    AT END SET EndOfZoneFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfZoneFile
                IF DZ-City NOT = SPACES
                    MOVE ZERO TO WS-Prefix-Length
                    INSPECT DZ-Prefix TALLYING WS-Prefix-Length
                        FOR CHARACTERS BEFORE INITIAL SPACE
                    SET ZoneIdx TO ZoneTableCount
                    SET ZoneIdx UP BY 1
                    SET ZoneTableCount TO ZoneIdx
                    MOVE DZ-City     TO ZN-City-Tbl(ZoneIdx)
                    MOVE DZ-Prefix   TO ZN-Prefix-Tbl(ZoneIdx)
                    MOVE WS-Prefix-Length TO ZN-Length-Tbl(ZoneIdx)
                    MOVE DZ-Route    TO ZN-Route-Tbl(ZoneIdx)
                    MOVE DZ-Drop-Seq TO ZN-Drop-Seq-Tbl(ZoneIdx)
                END-IF
                READ DeliveryZoneFile
                    AT END SET EndOfZoneFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Zone-Status NOT = "35"
                CLOSE DeliveryZoneFile
            END-IF.

       WriteZoneException.
            OPEN EXTEND CommonExceptFile
            MOVE "DELIVERYNO" TO EXC-Program
            MOVE SPACES TO EXC-Key
            MOVE SV-Cus-Id TO EXC-Key(1:5)
            MOVE "NO DELIVERY ZONE FOR CUSTOMER ADDRESS"
                TO EXC-Reason
            ACCEPT EXC-Date FROM DATE YYYYMMDD
            ACCEPT EXC-Time FROM TIME
            SET ExceptionOpen TO TRUE
            MOVE SPACES TO EXC-Note
            WRITE CommonExceptRecord
            CLOSE CommonExceptFile.

       QueueDispatchNotice.
            MOVE SPACES TO NotifyEventRecord
            SET EventDeliveryDispatch TO TRUE
            SET NotifyCustomer TO TRUE
            MOVE SV-Cus-Id    TO NTQ-Party-Id
            MOVE "DELNOTE"    TO NTQ-Subject
            MOVE WS-Today-Num TO NTQ-Ref-Date
            MOVE SV-Cus-Name  TO NTQ-Detail
            MOVE WS-Today-Num TO NTQ-Queued-Date
            MOVE "DELIVNOTES" TO NTQ-Source
            WRITE NotifyEventRecord.

       LookUpCustomer.
            MOVE SPACES TO NH-Cus-Name
            MOVE SPACES TO AL-Street
            MOVE SV-Units-Sold TO DL-Units
            MOVE WS-Detail-Line TO ShowNote
            WRITE ShowNote
            PERFORM RecordNoteLine
            ADD 1 TO WS-Lines-Printed.

      * The line as it left, open until its proof of delivery is
      * keyed.
       RecordNoteLine.
            MOVE SPACES TO DeliveryNoteRecord
            MOVE WS-Note-Number  TO DN-Number
            MOVE SV-Cus-Id       TO DN-Cus-Id
            MOVE SV-Cus-Name     TO DN-Cus-Name
            MOVE SV-Oil-Id       TO DN-Oil-Id
            MOVE SV-Unit-Size    TO DN-Unit-Size
            MOVE SV-Units-Sold   TO DN-Units
            MOVE SV-SalesPerson  TO DN-SalesPerson
            MOVE SV-Route        TO DN-Route
            MOVE WS-Period-Begin TO DN-Period-Begin
            MOVE WS-Today-Num    TO DN-Date
            SET DeliveryNoteOpen TO TRUE
            MOVE ZERO            TO DN-POD-Date
            MOVE ZERO            TO DN-Auth-Number
            WRITE DeliveryNoteRecord.

      * The period header is the first record on SALES.DAT - the
      * period every note of this run shipped in.
       ReadPeriodHeader.
            OPEN INPUT SalesFile
            IF WS-Sales-Status = "00"
                READ SalesFile
                    AT END CONTINUE
                    NOT AT END
                        IF SalesPeriodHeader
                            MOVE SH-Period-Begin TO WS-Period-Begin
                        END-IF
                END-READ
                CLOSE SalesFile
            END-IF.

      * No DNOTENUM.DAT yet (a "35" status) starts the numbering at
      * one - the control record is written back either way.
       GetNextNoteNumber.
            OPEN INPUT NoteNumFile
            IF WS-NoteNum-Status = "00"
                READ NoteNumFile
                    AT END CONTINUE
                    NOT AT END
                        MOVE DNN-Next-Number TO WS-Next-Note-Number
                END-READ
                CLOSE NoteNumFile
            END-IF.

       StoreNextNoteNumber.
            OPEN OUTPUT NoteNumFile
            MOVE WS-Next-Note-Number TO DNN-Next-Number
            WRITE NoteNumRecord
            CLOSE NoteNumFile.

       LookUpProductDesc.
            MOVE SPACES TO DL-Description
            IF ProductTableCount > ZERO
