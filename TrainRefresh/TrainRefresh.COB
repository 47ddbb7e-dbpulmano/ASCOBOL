           SELECT TrainCourseFile ASSIGN "TRAIN-COURSES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SectionFile ASSIGN "SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-Section-Status.

           SELECT TrainSectionFile ASSIGN "TRAIN-SECTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NextNumberFile ASSIGN "STUDNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NextNum-Status.
       FD  TrainCourseFile.
       01  TrainCourseRecord       PIC X(80).

       FD  SectionFile.
           COPY SECTMAS.

       FD  TrainSectionFile.
       01  TrainSectionRecord      PIC X(19).

       FD  NextNumberFile.
       01  NextNumberRecord.
           02 NXT-Next-StudentId   PIC 9(7).
           COPY AUDITREC.

       FD  TrainTransferFile.
       01  TrainTransferRecord     PIC X(25).

       FD  TrainInsertFile.
       01  TrainInsertRecord       PIC X(32).
       01  WS-Backup-Status        PIC XX      VALUE SPACES.
       01  WS-Course-Status        PIC XX      VALUE SPACES.
       01  WS-NextNum-Status       PIC XX      VALUE SPACES.
       01  WS-Section-Status       PIC XX      VALUE SPACES.

       01  WS-Backup-EOF-Switch    PIC X       VALUE "N".
           88 EndOfBackupFile                  VALUE "Y".
       01  WS-Course-EOF-Switch    PIC X       VALUE "N".
           88 EndOfCourseFile                  VALUE "Y".
       01  WS-Section-EOF-Switch   PIC X       VALUE "N".
           88 EndOfSectionFile                 VALUE "Y".

       01  KeyedBackupDate         PIC X(8).
       01  WS-Backup-File-Name.
           02 WS-Students-Loaded   PIC 9(7)    VALUE ZERO.
           02 WS-Students-Failed   PIC 9(7)    VALUE ZERO.
           02 WS-Courses-Copied    PIC 9(5)    VALUE ZERO.
           02 WS-Sections-Copied   PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
            CLOSE BackupFile

            PERFORM CopyCourseCatalog
            PERFORM CopySectionFile
            PERFORM SeedNextNumber
            PERFORM EmptyTransactionFiles

            DISPLAY "Practice students loaded : " WS-Students-Loaded
            DISPLAY "Records failing the load : " WS-Students-Failed
            DISPLAY "Practice courses copied  : " WS-Courses-Copied
            DISPLAY "Practice sections copied : " WS-Sections-Copied
            STOP RUN.

       LoadOneStudent.
            END-IF
            CLOSE TrainCourseFile.

      * The sections go across with the catalog they divide, so a
      * practice transfer seats against the same groups.
       CopySectionFile.
            OPEN INPUT SectionFile
            OPEN OUTPUT TrainSectionFile
            IF WS-Section-Status NOT = "00"
                SET EndOfSectionFile TO TRUE
            ELSE
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-IF
            PERFORM UNTIL EndOfSectionFile
                MOVE SectionMasterRecord TO TrainSectionRecord
                WRITE TrainSectionRecord
                ADD 1 TO WS-Sections-Copied
                READ SectionFile
                    AT END SET EndOfSectionFile TO TRUE
                END-READ
            END-PERFORM
            IF WS-Section-Status NOT = "35"
                CLOSE SectionFile
            END-IF
            CLOSE TrainSectionFile.

      * Seeding from the live control keeps practice ids in the
      * live sequence's shape without ever writing the live file.
       SeedNextNumber.
