      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContactPrefFile ASSIGN "CONTPREF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ContPref-Status.

           SELECT TransFile ASSIGN "TRANSCPF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "CPFEXC.RPT"
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
       FD  ContactPrefFile.
           COPY CONTPREF.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction per request - A sets or replaces the
      * party's preference, D removes it so the party goes back to
      * a text at the master's phone number. A customer id keys
      * right-aligned in the 7-digit field with leading zeros.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-P          PIC X.
               88 SetContactTrans          VALUE "A".
               88 DropContactTrans         VALUE "D".
           02 PartyType-P          PIC X.
           02 PartyId-P            PIC X(7).
           02 Channel-P            PIC X.
           02 Mobile-P             PIC X(15).
           02 Email-P              PIC X(40).

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-PartyId       PIC X(7).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-ContPref-Status      PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".

       01  WS-ContPref-EOF-Switch  PIC X       VALUE "N".
           88 EndOfContPrefFile                VALUE "Y".

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
               03 CP-Dropped-Tbl   PIC X.
                   88 ContPrefSlotDropped  VALUE "D".

       01  WS-Cont-Sub             PIC 9(4)    COMP VALUE ZERO.
       01  WS-At-Sign-Count        PIC 9(2)    VALUE ZERO.

       01  WS-Run-Totals.
           02 WS-Prefs-Set         PIC 9(5)    VALUE ZERO.
           02 WS-Prefs-Dropped     PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * How each party wants to hear from us electronically - set
      * and removed by keyed transaction with the same edit, reject
      * and audit discipline as the do-not-contact book. A text
      * preference may leave the mobile blank to use the master's
      * phone number; an email preference needs an address with an
      * "@" in it.
            PERFORM GetOperatorId
            PERFORM LoadContPrefTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyContactTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StoreContPrefTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyContactTrans.
            PERFORM LocateContPrefEntry
            EVALUATE TRUE
                WHEN PartyId-P NOT NUMERIC
                    MOVE PartyId-P TO Except-PartyId
                    MOVE "PARTY ID NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN PartyType-P NOT = "S" AND PartyType-P NOT = "C"
                    MOVE PartyId-P TO Except-PartyId
                    MOVE "PARTY TYPE MUST BE S OR C" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN SetContactTrans
                    PERFORM ApplySetContact
                WHEN DropContactTrans
                    PERFORM ApplyDropContact
                WHEN OTHER
                    MOVE PartyId-P TO Except-PartyId
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A party already on file has the preference replaced in its
      * slot, so there is only ever one per party.
       ApplySetContact.
            MOVE ZERO TO WS-At-Sign-Count
            INSPECT Email-P TALLYING WS-At-Sign-Count FOR ALL "@"
            EVALUATE TRUE
                WHEN Channel-P NOT = "S" AND Channel-P NOT = "E"
                     AND Channel-P NOT = "P"
                    MOVE PartyId-P TO Except-PartyId
                    MOVE "CHANNEL MUST BE S, E OR P" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN Channel-P = "E" AND WS-At-Sign-Count NOT = 1
                    MOVE PartyId-P TO Except-PartyId
                    MOVE "EMAIL ADDRESS NOT VALID" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    IF WS-Cont-Sub = ZERO
                        SET ContIdx TO ContPrefTableCount
                        SET ContIdx UP BY 1
                        SET ContPrefTableCount TO ContIdx
                        SET WS-Cont-Sub TO ContIdx
                        MOVE PartyType-P TO CP-Type-Tbl(WS-Cont-Sub)
                        MOVE PartyId-P   TO CP-Id-Tbl(WS-Cont-Sub)
                    END-IF
                    MOVE Channel-P TO CP-Channel-Tbl(WS-Cont-Sub)
                    MOVE Mobile-P  TO CP-Mobile-Tbl(WS-Cont-Sub)
                    MOVE Email-P   TO CP-Email-Tbl(WS-Cont-Sub)
                    MOVE SPACE     TO CP-Dropped-Tbl(WS-Cont-Sub)
                    MOVE "SET CONTACT" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Prefs-Set
            END-EVALUATE.

       ApplyDropContact.
            IF WS-Cont-Sub = ZERO
                MOVE PartyId-P TO Except-PartyId
                MOVE "NO CONTACT PREFERENCE ON FILE" TO Except-Detail
                PERFORM WriteExceptionRecord
                ADD 1 TO WS-Trans-Rejected
            ELSE
                MOVE "D" TO CP-Dropped-Tbl(WS-Cont-Sub)
                MOVE "DROP CONTACT" TO AUD-Action-Tmp
                PERFORM WriteAuditRecord
                ADD 1 TO WS-Prefs-Dropped
            END-IF.

       LocateContPrefEntry.
            MOVE ZERO TO WS-Cont-Sub
            IF ContPrefTableCount > ZERO AND PartyId-P NUMERIC
                SET ContIdx TO 1
                SEARCH ContPrefEntry
                   AT END MOVE ZERO TO WS-Cont-Sub
                   WHEN CP-Type-Tbl(ContIdx) = PartyType-P
                        AND CP-Id-Tbl(ContIdx) = PartyId-P
                        AND NOT ContPrefSlotDropped(ContIdx)
                        SET WS-Cont-Sub TO ContIdx
                END-SEARCH
            END-IF.

      * No CONTPREF.DAT yet (a "35" status) just means nobody has
      * given a preference - an empty table, not an error.
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
                MOVE SPACE          TO CP-Dropped-Tbl(ContIdx)
                READ ContactPrefFile
                    AT END SET EndOfContPrefFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-ContPref-Status NOT = "35"
                CLOSE ContactPrefFile
            END-IF.

       StoreContPrefTable.
            OPEN OUTPUT ContactPrefFile
            PERFORM VARYING ContIdx FROM 1 BY 1
                    UNTIL ContIdx > ContPrefTableCount
                IF NOT ContPrefSlotDropped(ContIdx)
                    MOVE SPACES TO ContactPrefRecord
                    MOVE CP-Type-Tbl(ContIdx)    TO CPF-Party-Type
                    MOVE CP-Id-Tbl(ContIdx)      TO CPF-Party-Id
                    MOVE CP-Channel-Tbl(ContIdx) TO CPF-Channel
                    MOVE CP-Mobile-Tbl(ContIdx)  TO CPF-Mobile
                    MOVE CP-Email-Tbl(ContIdx)   TO CPF-Email
                    WRITE ContactPrefRecord
                END-IF
            END-PERFORM
            CLOSE ContactPrefFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * A preference never touches the master record, so the images
      * stay blank - a student's id carries where it is one, and a
      * customer preference audits under id zero, with the channel
      * in the code fields.
       WriteAuditRecord.
            MOVE "CONTMAINT "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            IF PartyType-P = "S" AND PartyId-P NUMERIC
                MOVE PartyId-P      TO AUD-StudentId
            ELSE
                MOVE ZERO           TO AUD-StudentId
            END-IF
            MOVE SPACES             TO AUD-Before-Image
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE Channel-P          TO AUD-Before-CourseCode
            MOVE Channel-P          TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "ContactMaint - Control Report"
            DISPLAY "Preferences set      : " WS-Prefs-Set
            DISPLAY "Preferences dropped  : " WS-Prefs-Dropped
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

       END PROGRAM ContactMaint.
