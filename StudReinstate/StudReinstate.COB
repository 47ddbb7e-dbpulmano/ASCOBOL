               03 ARC-PostalCode   PIC X(8).
               03 ARC-Phone        PIC X(12).
           02  FILLER              PIC X(5).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

      * Same layout again for the rewrite pass - ARCHIVE.DAT is
      * sequential, so removing one record means copying the
      * survivors here and then copying them back.
       FD  ArchiveWorkFile.
       01  ArchiveWorkRecord       PIC X(108).


      * The STUDMAS.DAT in-use interlock - one record naming who
           02 WS-Students-Reinstated PIC 9(5)   VALUE ZERO.
           02 WS-Students-Not-Found  PIC 9(5)   VALUE ZERO.
           02 WS-Already-On-Master   PIC 9(5)   VALUE ZERO.
           02 WS-Anonymized-Refused  PIC 9(5)   VALUE ZERO.

      * The archived record held across the passes below - found on
      * the locate pass, written to the master, then dropped from
           02  WS-Held-Status       PIC X.
           02  WS-Held-Address      PIC X(56).
           02  FILLER               PIC X(5).
           02  WS-Held-Archive-Date PIC 9(8).
           02  WS-Held-Anon-Date    PIC 9(8).


       01  WS-Signon-Status        PIC XX      VALUE SPACES.

       ReinstateOneStudent.
            PERFORM LocateArchiveRecord
            EVALUATE TRUE
                WHEN NOT StudentFoundOnArchive
                    DISPLAY "StudentId " WS-Wanted-StudentId
                        " is not on ARCHIVE.DAT."
                    ADD 1 TO WS-Students-Not-Found
                WHEN WS-Held-Anon-Date NUMERIC
                     AND WS-Held-Anon-Date > ZERO
                    DISPLAY "StudentId " WS-Wanted-StudentId
                        " was anonymized on " WS-Held-Anon-Date
                        " - there is no one left to reinstate."
                    ADD 1 TO WS-Anonymized-Refused
                WHEN OTHER
                    PERFORM WriteReinstatedStudent
            END-EVALUATE.

      * A sequential pass over ARCHIVE.DAT looking for the keyed
      * StudentId - the matching record is held in working storage
            DISPLAY "Not found on ARCHIVE.DAT : "
                WS-Students-Not-Found
            DISPLAY "Already on STUDMAS.DAT   : "
                WS-Already-On-Master
            DISPLAY "Anonymized - refused     : "
                WS-Anonymized-Refused.


      * No STUDCNT.DAT (a "35" status) means the count record has
