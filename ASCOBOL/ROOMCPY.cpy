           88  EndOfRoomFile        VALUE HIGH-VALUES.
           02  RoomBuilding         PIC X(4).
           02  RoomNumber           PIC X(5).
           02  RoomSeats            PIC 9(4).
           02  RoomType             PIC X(2).
               88  RoomLecture      VALUE "LC".
               88  RoomLab          VALUE "LB".
               88  RoomSeminar      VALUE "SM".
