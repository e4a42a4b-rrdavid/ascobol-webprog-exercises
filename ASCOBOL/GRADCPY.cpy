               88  PassingGradeMark VALUE "A " THRU "D-".
               88  FailingGradeMark VALUE "F ", "F+", "F-".
               88  IncompleteGradeMark VALUE "I ".
           02  GradeSection         PIC X(2).
