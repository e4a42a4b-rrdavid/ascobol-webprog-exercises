           88  EndOfLmsFile         VALUE HIGH-VALUES.
           02  LmsAction            PIC X.
               88  LmsAddAction     VALUE "A".
               88  LmsDropAction    VALUE "D".
               88  LmsRosterAction  VALUE "R".
           02  LmsTermCode          PIC X(5).
           02  LmsCourseCode        PIC X(4).
           02  LmsSection           PIC X(2).
           02  LmsStudentId         PIC 9(7).
           02  LmsSurname           PIC X(25).
           02  LmsGivenNames        PIC X(15).
