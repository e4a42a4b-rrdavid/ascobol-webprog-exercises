           02  TermEndDate          PIC 9(8).
           02  TermAddDropDate      PIC 9(8).
           02  TermCensusDate       PIC 9(8).
           02  TermExamStartDate    PIC 9(8).
           02  TermExamDays         PIC 9.
           02  TermExamSlotsPerDay  PIC 9.
