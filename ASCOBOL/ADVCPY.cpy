           88  EndOfAdviseeFile     VALUE HIGH-VALUES.
           02  AdvStudentId         PIC 9(7).
           02  AdvInstrId           PIC 9(5).
           02  AdvEffDate           PIC 9(8).
           02  AdvEndDate           PIC 9(8).
