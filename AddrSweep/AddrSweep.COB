      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddrSweep.

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

           SELECT CustomerFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-Cus-Id
                  FILE STATUS IS WS-Customer-Status.

           SELECT PostalCodeFile ASSIGN "POSTCODE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-Postal-Status.

           SELECT ReportFile ASSIGN "ADDRSWP.PRT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           COPY STUDMAS.

       FD  CustomerFile.
           COPY CUSTMAST.

       FD  PostalCodeFile.
           COPY POSTCODE.

       FD  ReportFile.
       01  ShowReport               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Student-Status        PIC XX      VALUE SPACES.
       01  WS-Customer-Status       PIC XX      VALUE SPACES.

       01  WS-Student-EOF-Switch    PIC X       VALUE "N".
           88 EndOfStudentFile                  VALUE "Y".
       01  WS-Customer-EOF-Switch   PIC X       VALUE "N".
           88 EndOfCustomerFile                 VALUE "Y".

      * POSTCODE.DAT rides in this table for the run. PC-Length-Tbl
      * is how many characters of the prefix were keyed, so a
      * PostalCode matches on the longest prefix it starts with.
       01  WS-Postal-Status        PIC XX      VALUE SPACES.
       01  WS-Postal-EOF-Switch    PIC X       VALUE "N".
           88 EndOfPostalFile                  VALUE "Y".
       01  PostalTableCount        PIC 9(4)    COMP VALUE ZERO.
       01  PostalTable.
           02 PostalEntry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON PostalTableCount
                                    INDEXED BY PostalIdx.
               03 PC-Prefix-Tbl    PIC X(4).
               03 PC-City-Tbl      PIC X(15).
               03 PC-CityCode-Tbl  PIC 9.
               03 PC-Length-Tbl    PIC 9.
       01  WS-Postal-Sub           PIC 9(4)    COMP VALUE ZERO.
       01  WS-Prefix-Length        PIC 9(4)    COMP VALUE ZERO.
       01  WS-Best-Length          PIC 9       VALUE ZERO.

      * The address being checked - a WS-Check-CityCode of space
      * means the record carries no CityCode to hold to the prefix.
       01  WS-Addr-Check.
           02 WS-Check-PostalCode  PIC X(8)    VALUE SPACES.
           02 WS-Check-City        PIC X(15)   VALUE SPACES.
           02 WS-Check-CityCode    PIC X       VALUE SPACE.
       01  WS-Addr-Result-Switch   PIC X       VALUE "Y".
           88 AddressAgrees                    VALUE "Y".
           88 PostalCodeUnknown                VALUE "U".
           88 CityDisagrees                    VALUE "C".
           88 CityCodeDisagrees                VALUE "K".

       01  WS-Run-Totals.
           02 WS-Students-Read      PIC 9(7)    VALUE ZERO.
           02 WS-Students-Listed    PIC 9(7)    VALUE ZERO.
           02 WS-Customers-Read     PIC 9(7)    VALUE ZERO.
           02 WS-Customers-Listed   PIC 9(7)    VALUE ZERO.

       01  WS-Run-Date              PIC 9(8)    VALUE ZERO.

       01  WS-Title-Line.
           02 FILLER                PIC X(29)   VALUE
              "ADDRESS MISMATCH SWEEP - RUN ".
           02 TL-Date               PIC 9(8).
           02 FILLER                PIC X(43)   VALUE SPACES.

       01  WS-Column-Line.
           02 FILLER                PIC X(5)    VALUE "KIND".
           02 FILLER                PIC X(8)    VALUE "ID".
           02 FILLER                PIC X(16)   VALUE "CITY".
           02 FILLER                PIC X(9)    VALUE "POSTCODE".
           02 FILLER                PIC X(3)    VALUE "CC".
           02 FILLER                PIC X(16)   VALUE
              "SUGGESTED CITY".
           02 FILLER                PIC X(3)    VALUE "CC".
           02 FILLER                PIC X(20)   VALUE "REASON".

      * A customer carries no CityCode, so its CC columns print
      * blank; a postal code on no prefix has no suggestion at all.
       01  WS-Detail-Line.
           02 DL-Kind               PIC X(4).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Id                 PIC X(7).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-City               PIC X(15).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-PostalCode         PIC X(8).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-CityCode           PIC X.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Suggested-City     PIC X(15).
           02 FILLER                PIC X(1)    VALUE SPACE.
           02 DL-Suggested-Code     PIC X.
           02 FILLER                PIC X(2)    VALUE SPACES.
           02 DL-Reason             PIC X(20).

       01  WS-Total-Line.
           02 FILLER                PIC X(20)   VALUE
              "STUDENTS LISTED    ".
           02 TOT-Students          PIC ZZZ,ZZ9.
           02 FILLER                PIC X(23)   VALUE
              "    CUSTOMERS LISTED  ".
           02 TOT-Customers         PIC ZZZ,ZZ9.
           02 FILLER                PIC X(23)   VALUE SPACES.

       01  WS-Blank-Line            PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      * Lists every address already on STUDMAS.DAT and CUSTMAST.DAT
      * whose postal code, city and (for a student) CityCode
      * disagree with POSTCODE.DAT, with the city and CityCode the
      * postal code says it should carry - run ahead of the
      * surcharge billing so RentSurcharge prices nobody on the
      * wrong city rate. The masters are only read; the corrections
      * go in through StudMaint and CustMaint.
            PERFORM LoadPostalTable
            IF PostalTableCount = ZERO
                DISPLAY "AddrSweep - NO POSTCODE.DAT TO CHECK AGAINST "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            ACCEPT WS-Run-Date FROM DATE YYYYMMDD
            OPEN OUTPUT ReportFile
            MOVE WS-Run-Date TO TL-Date
            MOVE WS-Title-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Column-Line TO ShowReport
            WRITE ShowReport

            PERFORM SweepStudents
            PERFORM SweepCustomers

            MOVE WS-Students-Listed  TO TOT-Students
            MOVE WS-Customers-Listed TO TOT-Customers
            MOVE WS-Blank-Line TO ShowReport
            WRITE ShowReport
            MOVE WS-Total-Line TO ShowReport
            WRITE ShowReport
            CLOSE ReportFile

            DISPLAY "AddrSweep - Control Report"
            DISPLAY "Students read        : " WS-Students-Read
            DISPLAY "Students listed      : " WS-Students-Listed
            DISPLAY "Customers read       : " WS-Customers-Read
            DISPLAY "Customers listed     : " WS-Customers-Listed

            STOP RUN.

      * Every student is swept whatever the status - a withdrawn
      * student who returns comes back on the address held.
       SweepStudents.
            OPEN INPUT StudentFile
            IF WS-Student-Status NOT = "00"
                SET EndOfStudentFile TO TRUE
            ELSE
                MOVE LOW-VALUES TO StudentId
                START StudentFile KEY IS NOT LESS THAN StudentId
                    INVALID KEY SET EndOfStudentFile TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfStudentFile
                READ StudentFile NEXT RECORD
                    AT END SET EndOfStudentFile TO TRUE
                    NOT AT END PERFORM CheckOneStudent
                END-READ
            END-PERFORM
            IF WS-Student-Status NOT = "35"
                CLOSE StudentFile
            END-IF.

       CheckOneStudent.
            ADD 1 TO WS-Students-Read
            MOVE PostalCode TO WS-Check-PostalCode
            MOVE City       TO WS-Check-City
            MOVE CityCode   TO WS-Check-CityCode
            PERFORM CheckPostalAddress
            IF NOT AddressAgrees
                MOVE "STUD"     TO DL-Kind
                MOVE StudentId  TO DL-Id
                MOVE CityCode   TO DL-CityCode
                PERFORM PrintMismatch
                ADD 1 TO WS-Students-Listed
            END-IF.

       SweepCustomers.
            OPEN INPUT CustomerFile
            IF WS-Customer-Status NOT = "00"
                SET EndOfCustomerFile TO TRUE
            ELSE
                MOVE ZERO TO CM-Cus-Id
                START CustomerFile KEY IS NOT LESS THAN CM-Cus-Id
                    INVALID KEY SET EndOfCustomerFile TO TRUE
                END-START
            END-IF
            PERFORM UNTIL EndOfCustomerFile
                READ CustomerFile NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END PERFORM CheckOneCustomer
                END-READ
            END-PERFORM
            IF WS-Customer-Status NOT = "35"
                CLOSE CustomerFile
            END-IF.

       CheckOneCustomer.
            ADD 1 TO WS-Customers-Read
            MOVE CM-PostalCode TO WS-Check-PostalCode
            MOVE CM-City       TO WS-Check-City
            MOVE SPACE         TO WS-Check-CityCode
            PERFORM CheckPostalAddress
            IF NOT AddressAgrees
                MOVE "CUST"     TO DL-Kind
                MOVE CM-Cus-Id  TO DL-Id
                MOVE SPACE      TO DL-CityCode
                PERFORM PrintMismatch
                ADD 1 TO WS-Customers-Listed
            END-IF.

      * The suggestion is the matching prefix's own city and
      * CityCode - what the address should carry if the postal
      * code is the part keyed right.
       PrintMismatch.
            MOVE WS-Check-City       TO DL-City
            MOVE WS-Check-PostalCode TO DL-PostalCode
            MOVE SPACES TO DL-Suggested-City
            MOVE SPACE  TO DL-Suggested-Code
            IF WS-Postal-Sub > ZERO
                MOVE PC-City-Tbl(WS-Postal-Sub) TO DL-Suggested-City
                IF DL-Kind = "STUD"
                    MOVE PC-CityCode-Tbl(WS-Postal-Sub)
                        TO DL-Suggested-Code
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN PostalCodeUnknown
                    MOVE "POSTCODE NOT ON FILE" TO DL-Reason
                WHEN CityDisagrees
                    MOVE "CITY MISMATCH" TO DL-Reason
                WHEN CityCodeDisagrees
                    MOVE "CITYCODE MISMATCH" TO DL-Reason
            END-EVALUATE
            MOVE WS-Detail-Line TO ShowReport
            WRITE ShowReport.

      * No POSTCODE.DAT (a "35" status) means the reference has not
      * been keyed yet - addresses go through unchecked rather than
      * every one of them being refused.
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
                MOVE ZERO TO WS-Prefix-Length
                INSPECT PCR-Prefix TALLYING WS-Prefix-Length
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-Prefix-Length > ZERO
                    SET PostalIdx TO PostalTableCount
                    SET PostalIdx UP BY 1
                    SET PostalTableCount TO PostalIdx
                    MOVE PCR-Prefix   TO PC-Prefix-Tbl(PostalIdx)
                    MOVE PCR-City     TO PC-City-Tbl(PostalIdx)
                    MOVE PCR-CityCode TO PC-CityCode-Tbl(PostalIdx)
                    MOVE WS-Prefix-Length TO PC-Length-Tbl(PostalIdx)
                END-IF
                READ PostalCodeFile
                    AT END SET EndOfPostalFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Postal-Status NOT = "35"
                CLOSE PostalCodeFile
            END-IF.

      * Matches the PostalCode on the longest prefix it starts with,
      * then holds the city - and the CityCode, where one is being
      * checked - to what that prefix delivers to. A blank
      * PostalCode, or no reference at all, has nothing to disagree
      * with. WS-Postal-Sub is left on the matching row.
       CheckPostalAddress.
            SET AddressAgrees TO TRUE
            MOVE ZERO TO WS-Postal-Sub
            MOVE ZERO TO WS-Best-Length
            IF PostalTableCount > ZERO
               AND WS-Check-PostalCode NOT = SPACES
                PERFORM VARYING PostalIdx FROM 1 BY 1
                        UNTIL PostalIdx > PostalTableCount
                    MOVE PC-Length-Tbl(PostalIdx) TO WS-Prefix-Length
                    IF WS-Prefix-Length > WS-Best-Length
                       AND WS-Check-PostalCode(1:WS-Prefix-Length) =
                           PC-Prefix-Tbl(PostalIdx)(1:WS-Prefix-Length)
                        MOVE WS-Prefix-Length TO WS-Best-Length
                        SET WS-Postal-Sub TO PostalIdx
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN WS-Postal-Sub = ZERO
                        SET PostalCodeUnknown TO TRUE
                    WHEN WS-Check-City NOT =
                         PC-City-Tbl(WS-Postal-Sub)
                        SET CityDisagrees TO TRUE
                    WHEN WS-Check-CityCode NOT = SPACE
                     AND WS-Check-CityCode NOT =
                         PC-CityCode-Tbl(WS-Postal-Sub)
                        SET CityCodeDisagrees TO TRUE
                END-EVALUATE
            END-IF.


       END PROGRAM AddrSweep.
