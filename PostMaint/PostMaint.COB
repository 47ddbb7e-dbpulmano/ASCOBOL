      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostalCodeFile ASSIGN "POSTCODE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Postal-Status.

           SELECT TransFile ASSIGN "TRANSPC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ExceptionFile ASSIGN "POSTEXC.RPT"
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
       FD  PostalCodeFile.
           COPY POSTCODE.

       FD  AuditFile.
           COPY AUDITREC.

      * Current sign-on id left by StudMenu's sign-on step - audit
      * lines name a person, or "BATCH" when nobody is signed on.
       FD  SignonFile.
       01  SignonRecord.
           02  SGN-Operator-Id      PIC X(8).

      * One transaction file covers the whole reference - A adds a
      * prefix, C changes the city or CityCode it maps to and D
      * takes it off.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-Q          PIC X.
               88 AddPostalTrans           VALUE "A".
               88 ChangePostalTrans        VALUE "C".
               88 DeletePostalTrans        VALUE "D".
           02 Prefix-Q             PIC X(4).
           02 City-Q               PIC X(15).
           02 CityCode-Q           PIC X.

       FD  ExceptionFile.
       01  ExceptRecord.
           02 Except-Prefix        PIC X(4).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Detail        PIC X(40).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Date          PIC 9(8).
           02 FILLER               PIC X(1)    VALUE SPACE.
           02 Except-Time          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Postal-Status        PIC XX      VALUE SPACES.

       01  WS-Trans-EOF-Switch     PIC X       VALUE "N".
           88 EndOfTransFile-WS                VALUE "Y".
       01  WS-Postal-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPostalFile                  VALUE "Y".

      * The reference rides in this table for the run - adds
      * append, changes update in place, a delete blanks the prefix
      * so the store leaves the row out.
       01  PostalTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  PostalTable.
           02 PostalEntry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PostalTableCount
                                    INDEXED BY PostalIdx.
               03 PC-Prefix-Tbl    PIC X(4).
               03 PC-City-Tbl      PIC X(15).
               03 PC-CityCode-Tbl  PIC 9.

       01  WS-Postal-Sub           PIC 9(4)    COMP VALUE ZERO.

      * The keyed CityCode is held to the classification StudVerify
      * enforces on the master - 0 thru 6.
       01  WS-CityCode-Check       PIC X       VALUE SPACE.
           88 KeyedCityCodeValid               VALUES "0" THRU "6".

       01  WS-Run-Totals.
           02 WS-Prefixes-Added    PIC 9(5)    VALUE ZERO.
           02 WS-Prefixes-Changed  PIC 9(5)    VALUE ZERO.
           02 WS-Prefixes-Deleted  PIC 9(5)    VALUE ZERO.
           02 WS-Trans-Rejected    PIC 9(5)    VALUE ZERO.


       01  WS-Signon-Status        PIC XX      VALUE SPACES.
       01  WS-Operator-Id          PIC X(8)    VALUE "BATCH".

       01  AUD-Action-Tmp          PIC X(14)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * The postal code reference StudMaint and CustMaint check an
      * address against - which city each postal code prefix
      * delivers to and the CityCode that city carries - kept with
      * the same edit, reject and audit discipline as the room
      * master, so a wrong mapping can be traced to who keyed it.
            PERFORM GetOperatorId
            PERFORM LoadPostalTable

            OPEN INPUT TransFile
            OPEN OUTPUT ExceptionFile
            OPEN EXTEND AuditFile

            READ TransFile
               AT END SET EndOfTransFile-WS TO TRUE
            END-READ

            PERFORM ApplyPostalTrans UNTIL EndOfTransFile-WS

            CLOSE TransFile
            CLOSE ExceptionFile
            CLOSE AuditFile

            PERFORM StorePostalTable
            PERFORM DisplayRunTotals

            STOP RUN.

       ApplyPostalTrans.
            PERFORM LocatePostalEntry
            EVALUATE TRUE
                WHEN AddPostalTrans
                    PERFORM ApplyAddPrefix
                WHEN ChangePostalTrans
                    PERFORM ApplyChangePrefix
                WHEN DeletePostalTrans
                    PERFORM ApplyDeletePrefix
                WHEN OTHER
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "UNKNOWN TRANSACTION CODE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
            END-EVALUATE
            READ TransFile
                 AT END SET EndOfTransFile-WS TO TRUE
            END-READ.

      * A prefix is keyed left-justified - a leading space would
      * never match the first characters of a PostalCode.
       ApplyAddPrefix.
            MOVE CityCode-Q TO WS-CityCode-Check
            EVALUATE TRUE
                WHEN Prefix-Q = SPACES
                  OR Prefix-Q(1:1) = SPACE
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "PREFIX MISSING OR NOT LEFT-JUSTIFIED"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN WS-Postal-Sub > ZERO
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "DUPLICATE PREFIX ON ADD" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN City-Q = SPACES
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "CITY MISSING" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT KeyedCityCodeValid
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "CITYCODE NOT 0 THRU 6" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET PostalIdx TO PostalTableCount
                    SET PostalIdx UP BY 1
                    SET PostalTableCount TO PostalIdx
                    MOVE Prefix-Q   TO PC-Prefix-Tbl(PostalIdx)
                    MOVE City-Q     TO PC-City-Tbl(PostalIdx)
                    MOVE CityCode-Q TO PC-CityCode-Tbl(PostalIdx)
                    SET WS-Postal-Sub TO PostalIdx
                    MOVE "ADD POSTCODE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Prefixes-Added
            END-EVALUATE.

      * A change carries only the fields keyed - a blank city or
      * CityCode leaves what is on the reference alone.
       ApplyChangePrefix.
            MOVE CityCode-Q TO WS-CityCode-Check
            EVALUATE TRUE
                WHEN WS-Postal-Sub = ZERO
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "PREFIX DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN CityCode-Q NOT = SPACE
                     AND NOT KeyedCityCodeValid
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "CITYCODE NOT 0 THRU 6" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN City-Q = SPACES AND CityCode-Q = SPACE
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "NOTHING KEYED TO CHANGE" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE PostalEntry(WS-Postal-Sub)
                        TO AUD-Before-Image(6:20)
                    IF City-Q NOT = SPACES
                        MOVE City-Q TO PC-City-Tbl(WS-Postal-Sub)
                    END-IF
                    IF CityCode-Q NOT = SPACE
                        MOVE CityCode-Q
                            TO PC-CityCode-Tbl(WS-Postal-Sub)
                    END-IF
                    MOVE "CHANGE POSTCODE" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Prefixes-Changed
            END-EVALUATE.

       ApplyDeletePrefix.
            EVALUATE TRUE
                WHEN WS-Postal-Sub = ZERO
                    MOVE Prefix-Q TO Except-Prefix
                    MOVE "PREFIX DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    MOVE PostalEntry(WS-Postal-Sub)
                        TO AUD-Before-Image(6:20)
                    MOVE SPACES TO PC-Prefix-Tbl(WS-Postal-Sub)
                    MOVE "DELETE POSTCODE" TO AUD-Action-Tmp
                    MOVE ZERO TO WS-Postal-Sub
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Prefixes-Deleted
            END-EVALUATE.

       LocatePostalEntry.
            MOVE ZERO TO WS-Postal-Sub
            MOVE SPACES TO AUD-Before-Image
            IF PostalTableCount > ZERO
               AND Prefix-Q NOT = SPACES
                SET PostalIdx TO 1
                SEARCH PostalEntry
                   AT END MOVE ZERO TO WS-Postal-Sub
                   WHEN PC-Prefix-Tbl(PostalIdx) = Prefix-Q
                        SET WS-Postal-Sub TO PostalIdx
                END-SEARCH
            END-IF.

      * No POSTCODE.DAT yet (a "35" status) just means the reference
      * is being started tonight - an empty table, not an error.
       LoadPostalTable.
            OPEN INPUT PostalCodeFile
            IF WS-Postal-Status NOT = "00"
                SET EndOfPostalFile TO TRUE
            ELSE
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfPostalFile
                SET PostalIdx TO PostalTableCount
                SET PostalIdx UP BY 1
                SET PostalTableCount TO PostalIdx
                MOVE PCR-Prefix     TO PC-Prefix-Tbl(PostalIdx)
                MOVE PCR-City       TO PC-City-Tbl(PostalIdx)
                IF PCR-CityCode NUMERIC
                    MOVE PCR-CityCode TO PC-CityCode-Tbl(PostalIdx)
                ELSE
                    MOVE ZERO TO PC-CityCode-Tbl(PostalIdx)
                END-IF
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Postal-Status NOT = "35"
                CLOSE PostalCodeFile
            END-IF.

      * Deleted prefixes were blanked in the table and drop out here.
       StorePostalTable.
            OPEN OUTPUT PostalCodeFile
            PERFORM VARYING PostalIdx FROM 1 BY 1
                    UNTIL PostalIdx > PostalTableCount
                IF PC-Prefix-Tbl(PostalIdx) NOT = SPACES
                    MOVE PC-Prefix-Tbl(PostalIdx)   TO PCR-Prefix
                    MOVE PC-City-Tbl(PostalIdx)     TO PCR-City
                    MOVE PC-CityCode-Tbl(PostalIdx) TO PCR-CityCode
                    WRITE PostalCodeRecord
                END-IF
            END-PERFORM
            CLOSE PostalCodeFile.

       WriteExceptionRecord.
            ACCEPT Except-Date FROM DATE YYYYMMDD
            ACCEPT Except-Time FROM TIME
            WRITE ExceptRecord.

      * Reference changes ride the shared audit trail like the room
      * master - no student on a postal code action, so the
      * StudentId lands as zero, the prefix carries in the first
      * bytes of the images and the row as it stood before a change
      * or delete follows it in the before-image.
       WriteAuditRecord.
            MOVE "POSTMAINT "       TO AUD-Program
            MOVE WS-Operator-Id     TO AUD-Operator
            MOVE ZERO               TO AUD-StudentId
            MOVE SPACES             TO AUD-After-Image
            MOVE AUD-Action-Tmp     TO AUD-Action
            MOVE Prefix-Q           TO AUD-Before-Image(1:4)
            MOVE Prefix-Q           TO AUD-After-Image(1:4)
            IF WS-Postal-Sub > ZERO
                MOVE PostalEntry(WS-Postal-Sub)
                    TO AUD-After-Image(6:20)
            END-IF
            MOVE SPACES             TO AUD-Before-CourseCode
            MOVE SPACES             TO AUD-After-CourseCode
            ACCEPT AUD-Date FROM DATE YYYYMMDD
            ACCEPT AUD-Time FROM TIME
            WRITE AuditRecord.

       DisplayRunTotals.
            DISPLAY "PostMaint - Control Report"
            DISPLAY "Prefixes added       : " WS-Prefixes-Added
            DISPLAY "Prefixes changed     : " WS-Prefixes-Changed
            DISPLAY "Prefixes deleted     : " WS-Prefixes-Deleted
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

       END PROGRAM PostMaint.
