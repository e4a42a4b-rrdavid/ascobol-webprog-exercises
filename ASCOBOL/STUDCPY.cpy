               88  StudentGraduated VALUE "G".
           02  PrivacyFlag          PIC X.
               88  PrivacyRestricted VALUE "Y".
           02  CourseSection        PIC X(2).
           02  OtherCourseSections.
               03  OtherCourseSection PIC X(2) OCCURS 4 TIMES.
