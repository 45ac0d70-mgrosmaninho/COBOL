      ****************************************************************
      * ROOMREC - RECORD LAYOUT FOR THE ROOM MASTER FILE, KEYED ON
      * RM-ROOM-CODE AND MAINTAINED THROUGH COURSE-MAINT'S (R)OOM
      * TRANSACTION. ONE RECORD PER TEACHING ROOM - ITS BUILDING,
      * SEAT COUNT, ROOM TYPE AND THE HOURS A WEEK IT IS OPEN FOR
      * TIMETABLING. CS-ROOM ON A SECTION MUST BE A ROOM ON THIS
      * FILE, BIG ENOUGH FOR THE COURSE AND FREE AT THE MEETING
      * TIMES - THE ROOM USED TO BE FREE TEXT, AND DOUBLE-BOOKED OR
      * UNDERSIZED ROOMS TURNED UP ON THE FIRST DAY OF CLASS.
      ****************************************************************
       01  ROOM-RECORD.
           05  RM-ROOM-CODE         PIC X(8).
           05  RM-BUILDING          PIC X(20).
           05  RM-SEATS             PIC 9(3).
           05  RM-ROOM-TYPE         PIC X.
               88  RM-LECTURE-HALL       VALUE "L".
               88  RM-CLASSROOM          VALUE "C".
               88  RM-LABORATORY         VALUE "B".
               88  RM-SEMINAR-ROOM       VALUE "S".
               88  RM-ROOM-TYPE-VALID    VALUES "L" "C" "B" "S".
      *> Hours a week the room can be timetabled - what the room
      *> utilisation report measures the booked hours against.
           05  RM-WEEKLY-HOURS      PIC 9(3).
