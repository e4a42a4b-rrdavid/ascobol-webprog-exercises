           88  EndOfArticFile       VALUE HIGH-VALUES.
           02  ArtInstitution       PIC X(6).
           02  ArtExtCourse         PIC X(8).
           02  ArtCourseCode        PIC X(4).
           02  ArtCreditHours       PIC 9V9.
