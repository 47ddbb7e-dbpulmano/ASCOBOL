      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyFeed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The events the day's runs queued - emptied once the feed is
      * written so none goes twice.
           SELECT NotifyQueueFile ASSIGN "NOTIFYQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Queue-Status.

      * Open installments past due are found here rather than
      * queued - nothing runs on the day one falls overdue.
           SELECT PlanFile ASSIGN "PAYPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Plan-Status.

      * The overdue installments already messaged, so each one is
      * messaged once however long it stays unpaid.
           SELECT OverdueSentFile ASSIGN "NOTIFOVD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OvdSent-Status.

           SELECT ContactPrefFile ASSIGN "CONTPREF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ContPref-Status.

           SELECT SuppressFile ASSIGN "SUPPRESS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Suppress-Status.

      * Read by key for the phone number on the master.
           SELECT StudentFile ASSIGN "STUDMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS StudentId
                  ALTERNATE RECORD KEY IS Surname
                      OF StudentMasterRecord WITH DUPLICATES
                  FILE STATUS IS WS-Student-Status.

           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

      * The file the messaging gateway picks up - one record per
      * message and a control trailer.
           SELECT NotifyFile ASSIGN "NOTIFY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CorrHistFile ASSIGN "CORRHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CorrHist-Status.

           SELECT RegisterFile ASSIGN "NOTIFREG.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BusinessDateFile ASSIGN "BUSDATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  NotifyQueueFile.
           COPY NOTIFYQ.

       FD  PlanFile.
           COPY PAYPLAN.

       FD  OverdueSentFile.
       01  OverdueSentRecord.
           02 OVS-StudentId        PIC 9(7).
           02 FILLER               PIC X       VALUE SPACE.
           02 OVS-CourseCode       PIC X(4).
           02 FILLER               PIC X       VALUE SPACE.
           02 OVS-Seq              PIC 9(2).
           02 FILLER               PIC X       VALUE SPACE.
           02 OVS-Due-Date         PIC 9(8).

       FD  ContactPrefFile.
           COPY CONTPREF.

       FD  SuppressFile.
           COPY DONOTCON.

       FD  StudentFile.
           COPY STUDMAS.

       FD  CustomerFile.
           COPY CUSTMAST.

      * The template code names the wording the gateway sends; the
      * subject, reference date and detail are what it fills in.
       FD  NotifyFile.
       01  NotifyRecord.
           02 NTF-Party-Type       PIC X.
           02 NTF-Party-Id         PIC 9(7).
           02 NTF-Channel          PIC X.
           02 NTF-Contact          PIC X(40).
           02 NTF-Template         PIC X(8).
           02 NTF-Subject          PIC X(12).
           02 NTF-Ref-Date         PIC 9(8).
           02 NTF-Detail           PIC X(30).
           02 NTF-Send-Date        PIC 9(8).

       FD  CorrHistFile.
           COPY CORRHIST.

       FD  RegisterFile.
       01  ShowRegister            PIC X(80).

       FD  BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-Queue-Status         PIC XX      VALUE SPACES.
       01  WS-Plan-Status          PIC XX      VALUE SPACES.
       01  WS-OvdSent-Status       PIC XX      VALUE SPACES.
       01  WS-ContPref-Status      PIC XX      VALUE SPACES.
       01  WS-Suppress-Status      PIC XX      VALUE SPACES.
       01  WS-Student-Status       PIC XX      VALUE SPACES.
       01  WS-Customer-Status      PIC XX      VALUE SPACES.
       01  WS-CorrHist-Status      PIC XX      VALUE SPACES.
       01  WS-BusDate-Status       PIC XX      VALUE SPACES.

       01  WS-Queue-EOF-Switch     PIC X       VALUE "N".
           88 EndOfQueueFile                   VALUE "Y".
       01  WS-Plan-EOF-Switch      PIC X       VALUE "N".
           88 EndOfPlanFile                    VALUE "Y".
       01  WS-OvdSent-EOF-Switch   PIC X       VALUE "N".
           88 EndOfOvdSentFile                 VALUE "Y".
       01  WS-ContPref-EOF-Switch  PIC X       VALUE "N".
           88 EndOfContPrefFile                VALUE "Y".
       01  WS-Suppress-EOF-Switch  PIC X       VALUE "N".
           88 EndOfSuppressFile                VALUE "Y".

       01  WS-Queue-File-Sw        PIC X       VALUE "N".
           88 QueueFileOnHand                  VALUE "Y".
       01  WS-Student-File-Sw      PIC X       VALUE "N".
           88 StudentFileOnHand                VALUE "Y".
       01  WS-Customer-File-Sw     PIC X       VALUE "N".
           88 CustomerFileOnHand               VALUE "Y".

       01  WS-Business-Date        PIC 9(8)    VALUE ZERO.

      * The five events the feed knows - code, the template the
      * gateway sends for it, and the name the register counts it
      * under.
       01  WS-Event-Values.
           02 FILLER               PIC X(30)   VALUE
              "WPWAITPROMWAITLIST PROMOTION  ".
           02 FILLER               PIC X(30)   VALUE
              "CCCLSCANCLCLASS CANCELLED     ".
           02 FILLER               PIC X(30)   VALUE
              "OIINSTOVDUINSTALLMENT OVERDUE ".
           02 FILLER               PIC X(30)   VALUE
              "ERENRLREFUENROLLMENT REFUSED  ".
           02 FILLER               PIC X(30)   VALUE
              "DNDELVDISPDELIVERY DISPATCHED ".
       01  WS-Event-Table REDEFINES WS-Event-Values.
           02 EventEntry           OCCURS 5 TIMES
                                    INDEXED BY EventIdx.
               03 EV-Code-Tbl      PIC X(2).
               03 EV-Template-Tbl  PIC X(8).
               03 EV-Name-Tbl      PIC X(20).

       01  WS-Event-Counts.
           02 EventCountEntry      OCCURS 5 TIMES.
               03 EC-Queued        PIC 9(5).
               03 EC-Sent          PIC 9(5).
               03 EC-Suppressed    PIC 9(5).
               03 EC-No-Contact    PIC 9(5).
       01  WS-Event-Sub            PIC 9(4)    COMP VALUE ZERO.

      * Events off the queue and the overdue scan, worked together.
       01  EventTableCount         PIC 9(4)    COMP VALUE ZERO.
       01  EventTable.
           02 QueuedEvent          OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON EventTableCount
                                    INDEXED BY QueueIdx.
               03 QE-Event-Tbl     PIC X(2).
               03 QE-Party-Type-Tbl PIC X.
               03 QE-Party-Id-Tbl  PIC 9(7).
               03 QE-Subject-Tbl   PIC X(12).
               03 QE-Ref-Date-Tbl  PIC 9(8).
               03 QE-Detail-Tbl    PIC X(30).

       01  OvdSentTableCount       PIC 9(4)    COMP VALUE ZERO.
       01  OvdSentTable.
           02 OvdSentEntry         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON OvdSentTableCount
                                    INDEXED BY OvdIdx.
               03 OS-StudentId-Tbl PIC 9(7).
               03 OS-CourseCode-Tbl PIC X(4).
               03 OS-Seq-Tbl       PIC 9(2).
               03 OS-Due-Date-Tbl  PIC 9(8).
               03 OS-Still-Due-Tbl PIC X.
                   88 OvdSentStillDue       VALUE "Y".
       01  WS-OvdSent-Sub          PIC 9(4)    COMP VALUE ZERO.

       01  ContPrefTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  ContPrefTable.
           02 ContPrefEntry        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON ContPrefTableCount
                                    INDEXED BY ContIdx.
               03 CP-Type-Tbl      PIC X.
               03 CP-Id-Tbl        PIC 9(7).
               03 CP-Channel-Tbl   PIC X.
               03 CP-Mobile-Tbl    PIC X(15).
               03 CP-Email-Tbl     PIC X(40).
       01  WS-Cont-Sub             PIC 9(4)    COMP VALUE ZERO.

       01  SuppressTableCount      PIC 9(4)    COMP VALUE ZERO.
       01  SuppressTable.
           02 SuppressEntry        OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON SuppressTableCount
                                    INDEXED BY SuppIdx.
               03 SU-Type-Tbl      PIC X.
               03 SU-Id-Tbl        PIC 9(7).

       01  WS-Suppressed-Switch    PIC X       VALUE "N".
           88 PartyIsSuppressed                VALUE "Y".

      * Where this message goes - channel S or E and the number or
      * address, or a blank channel when there is nowhere to send.
       01  WS-Channel              PIC X       VALUE SPACE.
       01  WS-Contact              PIC X(40)   VALUE SPACES.
       01  WS-Send-Status          PIC X(10)   VALUE SPACES.

       01  WS-Customer-Id          PIC 9(5)    VALUE ZERO.
       01  WS-Amount-Edit          PIC ZZ,ZZ9.99.

       COPY CTLTRAIL.
       01  WS-Ctl-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Ctl-Hash             PIC 9(12)   VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Events-Read       PIC 9(5)    VALUE ZERO.
           02 WS-Overdue-Found     PIC 9(5)    VALUE ZERO.
           02 WS-Messages-Sent     PIC 9(5)    VALUE ZERO.
           02 WS-Suppressed-Count  PIC 9(5)    VALUE ZERO.
           02 WS-No-Contact-Count  PIC 9(5)    VALUE ZERO.

       01  WS-Register-Title-Line.
           02 FILLER                PIC X(32)   VALUE
              "DAILY NOTIFICATION REGISTER FOR ".
           02 RH-Date               PIC 9(8).
           02 FILLER                PIC X(40)   VALUE SPACES.

       01  WS-Register-Column-Line  PIC X(80)   VALUE
           "EVENT                P ID      CH CONTACT
      -    "       STATUS".

       01  WS-Register-Detail-Line.
           02 RD-Event              PIC X(20).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Party-Type         PIC X.
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Party-Id           PIC 9(7).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RD-Channel            PIC X.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RD-Contact            PIC X(30).
           02 FILLER                PIC X       VALUE SPACE.
           02 RD-Status             PIC X(10).
           02 FILLER                PIC X(3)    VALUE SPACES.

       01  WS-Register-Blank-Line   PIC X(80)   VALUE SPACES.

       01  WS-Count-Heading-Line    PIC X(80)   VALUE
           "COUNTS BY EVENT         QUEUED     SENT SUPPRESSED NO CONTA
      -    "CT".

       01  WS-Count-Line.
           02 RC-Event              PIC X(20).
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 RC-Queued             PIC ZZZZ9.
           02 FILLER                PIC X(4)    VALUE SPACES.
           02 RC-Sent               PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 RC-Suppressed         PIC ZZZZ9.
           02 FILLER                PIC X(6)    VALUE SPACES.
           02 RC-No-Contact         PIC ZZZZ9.
           02 FILLER                PIC X(22)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * People stop finding out by letter after the fact - the
      * day's events go to the messaging gateway as one file: each
      * waitlist promotion, cancelled class, refused enrollment and
      * dispatched order the day's runs queued, plus every plan
      * installment newly gone overdue. Each message goes by the
      * party's own preference on CONTPREF.DAT, or as a text to the
      * phone number on their master; nobody on SUPPRESS.DAT is
      * messaged, and a party with no number or address, or who
      * wants paper only, is listed but not sent. Every message
      * sent is logged on CORRHIST.DAT, and the register lists each
      * event with its outcome and the day's counts by event.
            PERFORM GetBusinessDate
            MOVE ZERO TO WS-Event-Counts
            PERFORM LoadSuppressTable
            PERFORM LoadContPrefTable
            PERFORM LoadQueuedEvents
            PERFORM LoadOvdSentTable
            PERFORM FindOverdueInstallments

            OPEN INPUT StudentFile
            IF WS-Student-Status = "00"
                SET StudentFileOnHand TO TRUE
            END-IF
            OPEN INPUT CustomerFile
            IF WS-Customer-Status = "00"
                SET CustomerFileOnHand TO TRUE
            END-IF
            OPEN OUTPUT NotifyFile
            OPEN EXTEND CorrHistFile
            IF WS-CorrHist-Status = "35"
                OPEN OUTPUT CorrHistFile
            END-IF
            OPEN OUTPUT RegisterFile
            MOVE WS-Business-Date TO RH-Date
            MOVE WS-Register-Title-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Register-Column-Line TO ShowRegister
            WRITE ShowRegister

            PERFORM VARYING QueueIdx FROM 1 BY 1
                    UNTIL QueueIdx > EventTableCount
                PERFORM WorkOneEvent
            END-PERFORM

            PERFORM WriteNotifyTrailer
            CLOSE NotifyFile
            CLOSE CorrHistFile
            PERFORM WriteEventCounts
            CLOSE RegisterFile
            IF StudentFileOnHand
                CLOSE StudentFile
            END-IF
            IF CustomerFileOnHand
                CLOSE CustomerFile
            END-IF

            PERFORM ClearNotifyQueue
            PERFORM StoreOvdSentTable

            DISPLAY "NotifyFeed - Control Report"
            DISPLAY "Business date      : " WS-Business-Date
            DISPLAY "Queued events read : " WS-Events-Read
            DISPLAY "Newly overdue      : " WS-Overdue-Found
            DISPLAY "Messages sent      : " WS-Messages-Sent
            DISPLAY "Suppressed         : " WS-Suppressed-Count
            DISPLAY "No contact         : " WS-No-Contact-Count
            STOP RUN.

       WorkOneEvent.
            MOVE ZERO TO WS-Event-Sub
            SET EventIdx TO 1
            SEARCH EventEntry
               AT END MOVE ZERO TO WS-Event-Sub
               WHEN EV-Code-Tbl(EventIdx) = QE-Event-Tbl(QueueIdx)
                    SET WS-Event-Sub TO EventIdx
            END-SEARCH
            IF WS-Event-Sub > ZERO
                ADD 1 TO EC-Queued(WS-Event-Sub)
                PERFORM CheckSuppression
                IF PartyIsSuppressed
                    MOVE "SUPPRESSED" TO WS-Send-Status
                    MOVE SPACE  TO WS-Channel
                    MOVE SPACES TO WS-Contact
                    ADD 1 TO EC-Suppressed(WS-Event-Sub)
                    ADD 1 TO WS-Suppressed-Count
                ELSE
                    PERFORM ResolveContact
                    IF WS-Channel = SPACE
                        ADD 1 TO EC-No-Contact(WS-Event-Sub)
                        ADD 1 TO WS-No-Contact-Count
                    ELSE
                        PERFORM WriteNotifyRecord
                        PERFORM WriteCorrespondence
                        MOVE "SENT" TO WS-Send-Status
                        ADD 1 TO EC-Sent(WS-Event-Sub)
                        ADD 1 TO WS-Messages-Sent
                    END-IF
                END-IF
                PERFORM WriteRegisterLine
            END-IF.

      * The party's own preference first; with none, a text to the
      * phone on the master. Paper only, or nothing to send to,
      * leaves the channel blank.
       ResolveContact.
            MOVE SPACE  TO WS-Channel
            MOVE SPACES TO WS-Contact
            MOVE "NO CONTACT" TO WS-Send-Status
            PERFORM LocateContPref
            IF WS-Cont-Sub > ZERO
                EVALUATE CP-Channel-Tbl(WS-Cont-Sub)
                    WHEN "E"
                        MOVE "E" TO WS-Channel
                        MOVE CP-Email-Tbl(WS-Cont-Sub) TO WS-Contact
                    WHEN "S"
                        IF CP-Mobile-Tbl(WS-Cont-Sub) NOT = SPACES
                            MOVE "S" TO WS-Channel
                            MOVE CP-Mobile-Tbl(WS-Cont-Sub)
                                TO WS-Contact
                        ELSE
                            PERFORM GetMasterPhone
                        END-IF
                    WHEN OTHER
                        MOVE "PAPER ONLY" TO WS-Send-Status
                END-EVALUATE
            ELSE
                PERFORM GetMasterPhone
            END-IF.

       GetMasterPhone.
            IF QE-Party-Type-Tbl(QueueIdx) = "S"
                IF StudentFileOnHand
                    MOVE QE-Party-Id-Tbl(QueueIdx) TO StudentId
                    READ StudentFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF Phone NOT = SPACES
                                MOVE "S"   TO WS-Channel
                                MOVE Phone TO WS-Contact
                            END-IF
                    END-READ
                END-IF
            ELSE
                IF CustomerFileOnHand
                    MOVE QE-Party-Id-Tbl(QueueIdx) TO WS-Customer-Id
                    MOVE WS-Customer-Id TO CM-Cus-Id
                    READ CustomerFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF CM-Phone NOT = SPACES
                                MOVE "S"      TO WS-Channel
                                MOVE CM-Phone TO WS-Contact
                            END-IF
                    END-READ
                END-IF
            END-IF.

       WriteNotifyRecord.
            MOVE SPACES TO NotifyRecord
            MOVE QE-Party-Type-Tbl(QueueIdx) TO NTF-Party-Type
            MOVE QE-Party-Id-Tbl(QueueIdx)   TO NTF-Party-Id
            MOVE WS-Channel                  TO NTF-Channel
            MOVE WS-Contact                  TO NTF-Contact
            MOVE EV-Template-Tbl(WS-Event-Sub) TO NTF-Template
            MOVE QE-Subject-Tbl(QueueIdx)    TO NTF-Subject
            MOVE QE-Ref-Date-Tbl(QueueIdx)   TO NTF-Ref-Date
            MOVE QE-Detail-Tbl(QueueIdx)     TO NTF-Detail
            MOVE WS-Business-Date            TO NTF-Send-Date
            WRITE NotifyRecord
            ADD 1 TO WS-Ctl-Count
            ADD QE-Party-Id-Tbl(QueueIdx) TO WS-Ctl-Hash.

      * The document type names the channel and the template, so
      * CorrInquiry shows "E-CLSCANCL" against the address it went
      * to.
       WriteCorrespondence.
            MOVE SPACES TO CorrespondenceRecord
            MOVE QE-Party-Type-Tbl(QueueIdx) TO CRH-Party-Type
            MOVE QE-Party-Id-Tbl(QueueIdx)   TO CRH-Party-Id
            MOVE WS-Channel TO CRH-Doc-Type(1:1)
            MOVE "-"        TO CRH-Doc-Type(2:1)
            MOVE EV-Template-Tbl(WS-Event-Sub) TO CRH-Doc-Type(3:8)
            MOVE WS-Business-Date TO CRH-Date
            MOVE WS-Contact TO CRH-Address
            WRITE CorrespondenceRecord.

       WriteNotifyTrailer.
            MOVE SPACES TO NotifyRecord
            MOVE SPACES TO ControlTrailer
            SET ControlTrailerTag TO TRUE
            MOVE WS-Ctl-Count TO CTL-Record-Count
            MOVE WS-Ctl-Hash  TO CTL-Hash-Total
            MOVE ControlTrailer TO NotifyRecord
            WRITE NotifyRecord.

       WriteRegisterLine.
            MOVE EV-Name-Tbl(WS-Event-Sub)   TO RD-Event
            MOVE QE-Party-Type-Tbl(QueueIdx) TO RD-Party-Type
            MOVE QE-Party-Id-Tbl(QueueIdx)   TO RD-Party-Id
            MOVE WS-Channel                  TO RD-Channel
            MOVE WS-Contact                  TO RD-Contact
            MOVE WS-Send-Status              TO RD-Status
            MOVE WS-Register-Detail-Line TO ShowRegister
            WRITE ShowRegister.

       WriteEventCounts.
            MOVE WS-Register-Blank-Line TO ShowRegister
            WRITE ShowRegister
            MOVE WS-Count-Heading-Line TO ShowRegister
            WRITE ShowRegister
            PERFORM VARYING WS-Event-Sub FROM 1 BY 1
                    UNTIL WS-Event-Sub > 5
                MOVE EV-Name-Tbl(WS-Event-Sub)   TO RC-Event
                MOVE EC-Queued(WS-Event-Sub)     TO RC-Queued
                MOVE EC-Sent(WS-Event-Sub)       TO RC-Sent
                MOVE EC-Suppressed(WS-Event-Sub) TO RC-Suppressed
                MOVE EC-No-Contact(WS-Event-Sub) TO RC-No-Contact
                MOVE WS-Count-Line TO ShowRegister
                WRITE ShowRegister
            END-PERFORM.

       CheckSuppression.
            MOVE "N" TO WS-Suppressed-Switch
            IF SuppressTableCount > ZERO
                SET SuppIdx TO 1
                SEARCH SuppressEntry
                   AT END MOVE "N" TO WS-Suppressed-Switch
                   WHEN SU-Type-Tbl(SuppIdx) =
                        QE-Party-Type-Tbl(QueueIdx)
                        AND SU-Id-Tbl(SuppIdx) =
                            QE-Party-Id-Tbl(QueueIdx)
                        SET PartyIsSuppressed TO TRUE
                END-SEARCH
            END-IF.

       LocateContPref.
            MOVE ZERO TO WS-Cont-Sub
            IF ContPrefTableCount > ZERO
                SET ContIdx TO 1
                SEARCH ContPrefEntry
                   AT END MOVE ZERO TO WS-Cont-Sub
                   WHEN CP-Type-Tbl(ContIdx) =
                        QE-Party-Type-Tbl(QueueIdx)
                        AND CP-Id-Tbl(ContIdx) =
                            QE-Party-Id-Tbl(QueueIdx)
                        SET WS-Cont-Sub TO ContIdx
                END-SEARCH
            END-IF.

      * No NOTIFYQ.DAT yet (a "35" status) - no run has queued
      * anything, and there is nothing to empty afterwards.
       LoadQueuedEvents.
            OPEN INPUT NotifyQueueFile
            IF WS-Queue-Status NOT = "00"
                SET EndOfQueueFile TO TRUE
            ELSE
                SET QueueFileOnHand TO TRUE
                READ NotifyQueueFile
                    AT END SET EndOfQueueFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfQueueFile
                SET QueueIdx TO EventTableCount
                SET QueueIdx UP BY 1
                SET EventTableCount TO QueueIdx
                MOVE NTQ-Event      TO QE-Event-Tbl(QueueIdx)
                MOVE NTQ-Party-Type TO QE-Party-Type-Tbl(QueueIdx)
                MOVE NTQ-Party-Id   TO QE-Party-Id-Tbl(QueueIdx)
                MOVE NTQ-Subject    TO QE-Subject-Tbl(QueueIdx)
                MOVE NTQ-Ref-Date   TO QE-Ref-Date-Tbl(QueueIdx)
                MOVE NTQ-Detail     TO QE-Detail-Tbl(QueueIdx)
                ADD 1 TO WS-Events-Read
                READ NotifyQueueFile
                    AT END SET EndOfQueueFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Queue-Status NOT = "35"
                CLOSE NotifyQueueFile
            END-IF.

       ClearNotifyQueue.
            IF QueueFileOnHand
                OPEN OUTPUT NotifyQueueFile
                CLOSE NotifyQueueFile
            END-IF.

      * An open installment due before the business date, and not
      * messaged already, joins the events. Each one still overdue
      * is marked so the messaged list keeps only live entries; one
      * in collection at the bank is left to the direct debit.
       FindOverdueInstallments.
            OPEN INPUT PlanFile
            IF WS-Plan-Status NOT = "00"
                SET EndOfPlanFile TO TRUE
            ELSE
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPlanFile
                IF InstallmentOpen
                   AND PLN-Due-Date < WS-Business-Date
                    PERFORM LocateOvdSent
                    IF WS-OvdSent-Sub > ZERO
                        MOVE "Y" TO OS-Still-Due-Tbl(WS-OvdSent-Sub)
                    ELSE
                        PERFORM AddOverdueEvent
                    END-IF
                END-IF
                READ PlanFile
                    AT END SET EndOfPlanFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Plan-Status NOT = "35"
                CLOSE PlanFile
            END-IF.

       AddOverdueEvent.
            SET QueueIdx TO EventTableCount
            SET QueueIdx UP BY 1
            SET EventTableCount TO QueueIdx
            MOVE "OI"           TO QE-Event-Tbl(QueueIdx)
            MOVE "S"            TO QE-Party-Type-Tbl(QueueIdx)
            MOVE PLN-StudentId  TO QE-Party-Id-Tbl(QueueIdx)
            MOVE SPACES         TO QE-Subject-Tbl(QueueIdx)
            MOVE PLN-CourseCode TO QE-Subject-Tbl(QueueIdx)(1:4)
            MOVE "/"            TO QE-Subject-Tbl(QueueIdx)(5:1)
            MOVE PLN-Seq        TO QE-Subject-Tbl(QueueIdx)(6:2)
            MOVE PLN-Due-Date   TO QE-Ref-Date-Tbl(QueueIdx)
            MOVE PLN-Amount     TO WS-Amount-Edit
            MOVE SPACES         TO QE-Detail-Tbl(QueueIdx)
            MOVE "AMOUNT DUE "  TO QE-Detail-Tbl(QueueIdx)(1:11)
            MOVE WS-Amount-Edit TO QE-Detail-Tbl(QueueIdx)(12:9)
            SET OvdIdx TO OvdSentTableCount
            SET OvdIdx UP BY 1
            SET OvdSentTableCount TO OvdIdx
            MOVE PLN-StudentId  TO OS-StudentId-Tbl(OvdIdx)
            MOVE PLN-CourseCode TO OS-CourseCode-Tbl(OvdIdx)
            MOVE PLN-Seq        TO OS-Seq-Tbl(OvdIdx)
            MOVE PLN-Due-Date   TO OS-Due-Date-Tbl(OvdIdx)
            MOVE "Y"            TO OS-Still-Due-Tbl(OvdIdx)
            ADD 1 TO WS-Overdue-Found.

       LocateOvdSent.
            MOVE ZERO TO WS-OvdSent-Sub
            IF OvdSentTableCount > ZERO
                SET OvdIdx TO 1
                SEARCH OvdSentEntry
                   AT END MOVE ZERO TO WS-OvdSent-Sub
                   WHEN OS-StudentId-Tbl(OvdIdx) = PLN-StudentId
                        AND OS-CourseCode-Tbl(OvdIdx) = PLN-CourseCode
                        AND OS-Seq-Tbl(OvdIdx) = PLN-Seq
                        AND OS-Due-Date-Tbl(OvdIdx) = PLN-Due-Date
                        SET WS-OvdSent-Sub TO OvdIdx
                END-SEARCH
            END-IF.

      * No NOTIFOVD.DAT yet (a "35" status) - nothing messaged as
      * overdue so far.
       LoadOvdSentTable.
            OPEN INPUT OverdueSentFile
            IF WS-OvdSent-Status NOT = "00"
                SET EndOfOvdSentFile TO TRUE
            ELSE
                READ OverdueSentFile
                    AT END SET EndOfOvdSentFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfOvdSentFile
                SET OvdIdx TO OvdSentTableCount
                SET OvdIdx UP BY 1
                SET OvdSentTableCount TO OvdIdx
                MOVE OVS-StudentId  TO OS-StudentId-Tbl(OvdIdx)
                MOVE OVS-CourseCode TO OS-CourseCode-Tbl(OvdIdx)
                MOVE OVS-Seq        TO OS-Seq-Tbl(OvdIdx)
                MOVE OVS-Due-Date   TO OS-Due-Date-Tbl(OvdIdx)
                MOVE "N"            TO OS-Still-Due-Tbl(OvdIdx)
                READ OverdueSentFile
                    AT END SET EndOfOvdSentFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-OvdSent-Status NOT = "35"
                CLOSE OverdueSentFile
            END-IF.

      * An installment since paid, or back at the bank, drops off
      * the list - should it fall overdue again it is messaged
      * again.
       StoreOvdSentTable.
            OPEN OUTPUT OverdueSentFile
            PERFORM VARYING OvdIdx FROM 1 BY 1
                    UNTIL OvdIdx > OvdSentTableCount
                IF OvdSentStillDue(OvdIdx)
                    MOVE SPACES TO OverdueSentRecord
                    MOVE OS-StudentId-Tbl(OvdIdx)  TO OVS-StudentId
                    MOVE OS-CourseCode-Tbl(OvdIdx) TO OVS-CourseCode
                    MOVE OS-Seq-Tbl(OvdIdx)        TO OVS-Seq
                    MOVE OS-Due-Date-Tbl(OvdIdx)   TO OVS-Due-Date
                    WRITE OverdueSentRecord
                END-IF
            END-PERFORM
            CLOSE OverdueSentFile.

      * No CONTPREF.DAT yet (a "35" status) - everybody is texted at
      * the phone number on their master.
       LoadContPrefTable.
            OPEN INPUT ContactPrefFile
            IF WS-ContPref-Status NOT = "00"
                SET EndOfContPrefFile TO TRUE
            ELSE
                READ ContactPrefFile
                    AT END SET EndOfContPrefFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfContPrefFile
                SET ContIdx TO ContPrefTableCount
                SET ContIdx UP BY 1
                SET ContPrefTableCount TO ContIdx
                MOVE CPF-Party-Type TO CP-Type-Tbl(ContIdx)
                MOVE CPF-Party-Id   TO CP-Id-Tbl(ContIdx)
                MOVE CPF-Channel    TO CP-Channel-Tbl(ContIdx)
                MOVE CPF-Mobile     TO CP-Mobile-Tbl(ContIdx)
                MOVE CPF-Email      TO CP-Email-Tbl(ContIdx)
                READ ContactPrefFile
                    AT END SET EndOfContPrefFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ContPref-Status NOT = "35"
                CLOSE ContactPrefFile
            END-IF.

      * No SUPPRESS.DAT yet (a "35" status) just means nobody has
      * asked us to stop writing.
       LoadSuppressTable.
            OPEN INPUT SuppressFile
            IF WS-Suppress-Status NOT = "00"
                SET EndOfSuppressFile TO TRUE
            ELSE
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSuppressFile
                SET SuppIdx TO SuppressTableCount
                SET SuppIdx UP BY 1
                SET SuppressTableCount TO SuppIdx
                MOVE SUP-Party-Type TO SU-Type-Tbl(SuppIdx)
                MOVE SUP-Party-Id   TO SU-Id-Tbl(SuppIdx)
                READ SuppressFile
                    AT END SET EndOfSuppressFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Suppress-Status NOT = "35"
                CLOSE SuppressFile
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

       END PROGRAM NotifyFeed.
