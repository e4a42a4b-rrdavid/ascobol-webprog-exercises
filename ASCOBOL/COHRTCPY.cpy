           88  EndOfCohortFile      VALUE HIGH-VALUES.
           02  CohStudentId         PIC 9(7).
           02  CohEntryTermCode     PIC X(5).
           02  CohEntryYear         PIC 9(4).
           02  CohCourseCode        PIC X(4).
           02  CohGender            PIC X.
           02  CohCapturedDate      PIC 9(8).
           02  CohGraduatedDate     PIC 9(8).
           02  CohArchivedFlag      PIC X.
               88  CohArchived      VALUE "Y".
           02  CohFallStatus        PIC X OCCURS 8 TIMES.
               88  CohFallEnrolled  VALUE "E".
               88  CohFallGraduated VALUE "G".
               88  CohFallWithdrawn VALUE "W".
               88  CohFallArchived  VALUE "A".
               88  CohFallLeft      VALUE "L".
