           88  EndOfCensusFile      VALUE HIGH-VALUES.
           02  CenKey.
               03  CenTermCode      PIC X(5).
               03  CenStudentId     PIC 9(7).
           02  CenFreezeDate        PIC 9(8).
           02  CenSurname           PIC X(25).
           02  CenGivenNames        PIC X(15).
           02  CenCourseCount       PIC 9.
           02  CenCourseSlot OCCURS 5 TIMES.
               03  CenCourseCode    PIC X(4).
               03  CenSection       PIC X(2).
           02  CenLoadCredits       PIC 9(3)V9.
           02  CenLoadCode          PIC X.
               88  CenFullTime      VALUE "F".
           02  CenGender            PIC X.
           02  CenAgeBand           PIC X.
               88  CenUnder18       VALUE "1".
               88  CenAge18To20     VALUE "2".
               88  CenAge21To24     VALUE "3".
               88  CenAge25Plus     VALUE "4".
           02  CenStatus            PIC X.
