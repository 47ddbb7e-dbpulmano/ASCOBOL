      ******************************************************************
      * ROOMMAS.CPY
      * Shared room master record layout - ROOMS.DAT. One record per
      * teaching room: the code SCH-Room carries on the timetable,
      * how many seats it holds, what kind of room it is, whether
      * it may still be booked, and the hours a week it is open for
      * teaching (zero reads as the standard teaching week). Kept
      * by RoomMaint with audit; ScheduleMaint refuses a meeting in
      * a room that is not here or is closed, and RoomUtilRpt sets
      * the hours and seats booked against what each room offers.
      ******************************************************************
       01  RoomMasterRecord.
           02  RM-Room-Code           PIC X(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RM-Seats               PIC 9(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  RM-Type                PIC X.
               88  LectureTheatre             VALUE "L".
               88  SeminarRoom                VALUE "S".
               88  LaboratoryRoom             VALUE "B".
               88  ComputerRoom               VALUE "C".
               88  ValidRoomType              VALUES "L" "S" "B"
                                                     "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RM-Status              PIC X.
               88  RoomOpen                   VALUE "A".
               88  RoomClosed                 VALUE "C".
           02  FILLER                 PIC X       VALUE SPACE.
           02  RM-Avail-Hours         PIC 9(3).
