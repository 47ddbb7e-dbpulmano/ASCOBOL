                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Old-Status.

      * The indexed customer master as it stood before the invoicing
      * terms byte was added - 107-byte records on the same id key.
           SELECT OldIndexedFile ASSIGN "CUSTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OIX-Cus-Id
                  FILE STATUS IS WS-Old-Status.

      * The staging copy the rebuild reloads from - kept on disk
      * after the run as the fallback if the reload is ever
      * questioned.
           02  OCU-Credit-Limit       PIC X(7).
           02  OCU-Address-Block      PIC X(75).

      * The 107-byte indexed record - everything up to the contact,
      * with no invoicing terms after it.
       FD  OldIndexedFile.
       01  OldIndexedRecord.
           02  OIX-Cus-Id             PIC X(5).
           02  OIX-Cus-Name           PIC X(20).
           02  OIX-Credit-Limit       PIC X(7).
           02  OIX-Address-Block      PIC X(75).

      * Staged at the full shared layout - a record from either old
      * file carries a space in the trailing invoicing terms byte,
      * which reads as invoicing at period close as always.
       FD  UnloadFile.
       01  UnloadRecord               PIC X(108).

       FD  CustomerFile.
           COPY CUSTMAST.
       01  WS-Reload-EOF-Switch    PIC X       VALUE "N".
           88 EndOfReloadPass                  VALUE "Y".

       01  KeyedRunType            PIC X       VALUE SPACE.
           88 CutoverRun                       VALUE "C".
           88 TermsRebuildRun                  VALUE "T".

       01  WS-Run-Totals.
           02 WS-Records-Staged    PIC 9(7)    VALUE ZERO.
           02 WS-Records-Invalid   PIC 9(7)    VALUE ZERO.
      * read as the old layout stops the run before anything
      * destructive happens - most likely the file is indexed
      * already and the cutover has been run twice.
      * The same unload and reload, keyed T, rebuilds an indexed
      * master written before the invoicing terms byte was added:
      * every 107-byte record stages with the terms as a space and
      * reloads at the full record length. It is a one-off, run
      * once after the new layout goes in and before any program
      * opens the customer master under it.
            PERFORM KeyRunType
            IF TermsRebuildRun
                PERFORM StageIndexedCustomers
            ELSE
                PERFORM StageOldCustomers
            END-IF

            IF WS-Records-Invalid > ZERO
                DISPLAY "CustConvert - " WS-Records-Invalid
            END-IF
            STOP RUN.

       KeyRunType.
            DISPLAY "Run type (C = line-sequential cutover, T = "
                "terms rebuild): " WITH NO ADVANCING
            ACCEPT KeyedRunType
            IF NOT CutoverRun AND NOT TermsRebuildRun
                DISPLAY "CustConvert - RUN TYPE MUST BE C OR T "
                    "- RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * No CUSTMAST.DAT (a "35" status) means the sales side never
      * kept customers here - the conversion still builds the
      * empty indexed file so the new chain has its file. A record
                ADD 1 TO WS-Records-Staged
            END-IF.

      * The terms rebuild reads the old indexed master in key
      * order. A master that will not open at the old record length
      * has most likely been rebuilt already - the run refuses
      * rather than reload over it. No CUSTMAST.DAT at all leaves
      * nothing to rebuild, and the run builds nothing either.
       StageIndexedCustomers.
            OPEN INPUT OldIndexedFile
            IF WS-Old-Status = "35"
                DISPLAY "CustConvert - NO CUSTMAST.DAT ON HAND "
                    "- NOTHING TO REBUILD"
                STOP RUN
            END-IF
            IF WS-Old-Status NOT = "00"
                DISPLAY "CustConvert - CUSTMAST.DAT OPEN STATUS "
                    WS-Old-Status " AT THE OLD RECORD LENGTH - "
                    "ALREADY REBUILT? - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT UnloadFile
            READ OldIndexedFile
                AT END SET EndOfOldFile TO TRUE
            END-READ
            PERFORM UNTIL EndOfOldFile
                PERFORM StageOneIndexedCustomer
                READ OldIndexedFile
                    AT END SET EndOfOldFile TO TRUE
                END-READ
            END-PERFORM
            CLOSE OldIndexedFile
            CLOSE UnloadFile.

       StageOneIndexedCustomer.
            IF OIX-Cus-Id NOT NUMERIC
               OR OIX-Credit-Limit NOT NUMERIC
                ADD 1 TO WS-Records-Invalid
            ELSE
                MOVE OldIndexedRecord TO UnloadRecord
                WRITE UnloadRecord
                ADD 1 TO WS-Records-Staged
            END-IF.

      * OPEN OUTPUT starts the indexed file empty - a fresh id
      * index over the staged records. A duplicate id on the old
      * file keeps its first record and counts the rest failed.
