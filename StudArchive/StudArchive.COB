               03 ARC-Phone        PIC X(12).
           02  ARC-IntakeYear      PIC 9(4).
           02  FILLER              PIC X(1).
      * The business date the record left the master, which the
      * retention limit is counted from, and the date StudAnonymize
      * masked the person out of it (zero until then).
           02  ARC-Archive-Date    PIC 9(8).
           02  ARC-Anon-Date       PIC 9(8).

      * One record holding the maintained count of records on
      * STUDMAS.DAT - incremented on every WRITE, decremented on
                ELSE
                    MOVE ZERO TO ARC-IntakeYear
                END-IF
                MOVE WS-Today-Date   TO ARC-Archive-Date
                MOVE ZERO            TO ARC-Anon-Date
                WRITE ArchiveRecord
                PERFORM FlagXrefIfPresent
                IF GraduatedStudent AND NOT StudentOnXref
