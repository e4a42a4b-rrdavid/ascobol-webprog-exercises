           02  CatCapacity          PIC 9(4).
           02  CatPrereqCourses.
               03  CatPrereqCode    PIC X(4) OCCURS 2 TIMES.
           02  CatCreditHours       PIC 9V9.
