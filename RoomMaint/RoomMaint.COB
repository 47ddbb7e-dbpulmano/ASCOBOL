      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Room-Status.

           SELECT TransFile ASSIGN "TRANSRM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "ROOMEXC.RPT"
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
       FD  RoomFile.
           COPY ROOMMAS.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers the whole room master - A adds
      * a room, C changes its seats, type or hours, X closes it to
      * new bookings and R reopens it.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-R          PIC X.
               88 AddRoomTrans             VALUE "A".
               88 ChangeRoomTrans          VALUE "C".
               88 CloseRoomTrans           VALUE "X".
               88 ReopenRoomTrans          VALUE "R".
           02 RoomCode-R           PIC X(6).
           02 Seats-R              PIC X(4).
           02 RoomType-R           PIC X.
           02 AvailHours-R         PIC X(3).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-RoomCode      PIC X(6).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Room-Status          PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Room-EOF-Switch      PIC X       VALUE "N".
           88 EndOfRoomFile                    VALUE "Y".

      * The room master rides in this table for the run - adds
      * append, changes and closures update in place, and the whole
      * table stores back at end of run.
       01  RoomTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  RoomTable.
           02 RoomEntry            OCCURS 1 TO 500 TIMES
                                    DEPENDING ON RoomTableCount
                                    INDEXED BY RoomIdx.
               03 RM-Code-Tbl      PIC X(6).
               03 RM-Seats-Tbl     PIC 9(4).
               03 RM-Type-Tbl      PIC X.
               03 RM-Status-Tbl    PIC X.
                   88 RoomEntryClosed      VALUE "C".
               03 RM-Hours-Tbl     PIC 9(3).

       01  WS-Room-Sub             PIC 9(4)    COMP VALUE ZERO.

      * The keyed type is checked against the master's own list of
      * room kinds before it goes near the table.
       01  WS-Type-Check           PIC X       VALUE SPACE.
           88 KeyedTypeValid                   VALUES "L" "S" "B"
                                                      "C".

       01  WS-Run-Totals.
           02 WS-Rooms-Added       PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Changed     PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Closed      PIC 9(5)    VALUE ZERO.
           02 WS-Rooms-Reopened    PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The rooms the timetable books into, kept as a master instead
      * of whatever was typed into SCH-Room - seat counts, room type
      * and open/closed status, maintained with the catalog side's
      * edit, reject and audit discipline so ScheduleMaint has
      * something to check a booking against.
            PERFORM GetOperatorId
            PERFORM LoadRoomTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyRoomTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreRoomTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyRoomTrans.
            PERFORM LocateRoomEntry
            EVALUATE TRUE
                WHEN AddRoomTrans
                    PERFORM ApplyAddRoom
                WHEN ChangeRoomTrans
                    PERFORM ApplyChangeRoom
                WHEN CloseRoomTrans
                    PERFORM ApplyCloseRoom
                WHEN ReopenRoomTrans
                    PERFORM ApplyReopenRoom
                WHEN OTHER
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

       ApplyAddRoom.
            MOVE RoomType-R TO WS-Type-Check
            EVALUATE TRUE
                WHEN RoomCode-R = SPACES
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM CODE MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Room-Sub > ZERO
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "DUPLICATE ROOM ON ADD" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Seats-R NOT NUMERIC
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "SEAT COUNT NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Seats-R = ZERO
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "SEAT COUNT MUST BE ABOVE ZERO"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT KeyedTypeValid
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM TYPE NOT L, S, B OR C" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AvailHours-R NOT = SPACES
                     AND AvailHours-R NOT NUMERIC
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "HOURS AVAILABLE NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET RoomIdx TO RoomTableCount
                    SET RoomIdx UP BY 1
                    SET RoomTableCount TO RoomIdx
                    MOVE RoomCode-R TO RM-Code-Tbl(RoomIdx)
                    MOVE Seats-R    TO RM-Seats-Tbl(RoomIdx)
                    MOVE RoomType-R TO RM-Type-Tbl(RoomIdx)
                    MOVE "A"        TO RM-Status-Tbl(RoomIdx)
                    IF AvailHours-R NUMERIC
                        MOVE AvailHours-R TO RM-Hours-Tbl(RoomIdx)
                    ELSE
                        MOVE ZERO TO RM-Hours-Tbl(RoomIdx)
                    END-IF
                    SET WS-Room-Sub TO RoomIdx
                    MOVE "ADD ROOM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Rooms-Added
            END-EVALUATE.

      * A change carries only the fields keyed - a blank seat
      * count, type or hours leaves what is on the master alone.
       ApplyChangeRoom.
            MOVE RoomType-R TO WS-Type-Check
            EVALUATE TRUE
                WHEN WS-Room-Sub = ZERO
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Seats-R NOT = SPACES
                     AND (Seats-R NOT NUMERIC OR Seats-R = ZERO)
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "SEAT COUNT NOT A VALID NUMBER"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomType-R NOT = SPACE
                     AND NOT KeyedTypeValid
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM TYPE NOT L, S, B OR C" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN AvailHours-R NOT = SPACES
                     AND AvailHours-R NOT NUMERIC
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "HOURS AVAILABLE NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    IF Seats-R NOT = SPACES
                        MOVE Seats-R TO RM-Seats-Tbl(WS-Room-Sub)
                    END-IF
                    IF RoomType-R NOT = SPACE
                        MOVE RoomType-R TO RM-Type-Tbl(WS-Room-Sub)
                    END-IF
                    IF AvailHours-R NOT = SPACES
                        MOVE AvailHours-R TO RM-Hours-Tbl(WS-Room-Sub)
                    END-IF
                    MOVE "CHANGE ROOM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Rooms-Changed
            END-EVALUATE.

      * A closed room keeps its record - the meetings already booked
      * into it still print on the utilization report - but
      * ScheduleMaint takes no new meeting into it.
       ApplyCloseRoom.
            EVALUATE TRUE
                WHEN WS-Room-Sub = ZERO
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN RoomEntryClosed(WS-Room-Sub)
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM ALREADY CLOSED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE "C" TO RM-Status-Tbl(WS-Room-Sub)
                    MOVE "CLOSE ROOM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Rooms-Closed
            END-EVALUATE.

       ApplyReopenRoom.
            EVALUATE TRUE
                WHEN WS-Room-Sub = ZERO
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT RoomEntryClosed(WS-Room-Sub)
                    MOVE RoomCode-R TO Except-RoomCode
                    MOVE "ROOM IS NOT CLOSED" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE "A" TO RM-Status-Tbl(WS-Room-Sub)
                    MOVE "REOPEN ROOM" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Rooms-Reopened
            END-EVALUATE.

       LocateRoomEntry.
            MOVE ZERO TO WS-Room-Sub
            IF RoomTableCount > ZERO
                SET RoomIdx TO 1
                SEARCH RoomEntry
                   AT END MOVE ZERO TO WS-Room-Sub
                   WHEN RM-Code-Tbl(RoomIdx) = RoomCode-R
                        SET WS-Room-Sub TO RoomIdx
                END-SEARCH
            END-IF.

      * No ROOMS.DAT yet (a "35" status) just means the master is
      * being started tonight - an empty table, not an error.
       LoadRoomTable.
            OPEN INPUT RoomFile
            IF WS-Room-Status NOT = "00"
                SET EndOfRoomFile TO TRUE
            ELSE
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfRoomFile
                SET RoomIdx TO RoomTableCount
                SET RoomIdx UP BY 1
                SET RoomTableCount TO RoomIdx
                MOVE RM-Room-Code   TO RM-Code-Tbl(RoomIdx)
                MOVE RM-Seats       TO RM-Seats-Tbl(RoomIdx)
                MOVE RM-Type        TO RM-Type-Tbl(RoomIdx)
                MOVE RM-Status      TO RM-Status-Tbl(RoomIdx)
                IF RM-Avail-Hours NUMERIC
                    MOVE RM-Avail-Hours TO RM-Hours-Tbl(RoomIdx)
                ELSE
                    MOVE ZERO TO RM-Hours-Tbl(RoomIdx)
                END-IF
                READ RoomFile
                    AT END SET EndOfRoomFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Room-Status NOT = "35"
                CLOSE RoomFile
            END-IF.

       StoreRoomTable.
            OPEN OUTPUT RoomFile
            PERFORM VARYING RoomIdx FROM 1 BY 1
                    UNTIL RoomIdx > RoomTableCount
                MOVE RM-Code-Tbl(RoomIdx)   TO RM-Room-Code
                MOVE RM-Seats-Tbl(RoomIdx)  TO RM-Seats
                MOVE RM-Type-Tbl(RoomIdx)   TO RM-Type
                MOVE RM-Status-Tbl(RoomIdx) TO RM-Status
                MOVE RM-Hours-Tbl(RoomIdx)  TO RM-Avail-Hours
                WRITE RoomMasterRecord
            END-PERFORM
            CLOSE RoomFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Room changes ride the shared audit trail like the rest of
      * the catalog side - no student on a room action, so the
      * StudentId lands as zero and the room code carries in the
      * first bytes of the images.
       WriteAuditRecord.
            MOVE "ROOMMAINT "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE RoomCode-R         TO AUD-Before-Image(1:6)
            MOVE RoomCode-R         TO AUD-After-Image(1:6)
            IF WS-Room-Sub > ZERO
                MOVE RoomEntry(WS-Room-Sub) TO AUD-After-Image(8:15)
            END-IF
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "RoomMaint - Control Report"
            DISPLAY "Rooms added          : " WS-Rooms-Added
            DISPLAY "Rooms changed        : " WS-Rooms-Changed
            DISPLAY "Rooms closed         : " WS-Rooms-Closed
            DISPLAY "Rooms reopened       : " WS-Rooms-Reopened
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

       END PROGRAM RoomMaint.
