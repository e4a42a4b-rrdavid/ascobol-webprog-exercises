           88  EndOfTransferFile    VALUE HIGH-VALUES.
           02  XfrKey.
               03  XfrStudentId     PIC 9(7).
               03  XfrCourseCode    PIC X(4).
               03  XfrInstitution   PIC X(6).
               03  XfrExtCourse     PIC X(8).
           02  XfrGradeMark         PIC XX.
               88  XfrPassingMark   VALUE "A " THRU "D-".
           02  XfrCreditHours       PIC 9V9.
           02  XfrPostedDate        PIC 9(8).
           02  XfrExtTitle          PIC X(30).
