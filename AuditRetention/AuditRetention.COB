           COPY AUDITREC.

       FD  AuditArchiveFile.
       01  AuditArchiveRecord       PIC X(263).

       FD  AuditWorkFile.
       01  AuditWorkRecord          PIC X(263).

       WORKING-STORAGE SECTION.
       01  WS-Audit-EOF-Switch      PIC X       VALUE "N".
