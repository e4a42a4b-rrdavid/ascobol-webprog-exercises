           88  EndOfTurnaroundFile  VALUE HIGH-VALUES.
           02  TurnStudentId        PIC 9(7).
           02  TurnCourseCode       PIC X(4).
           02  TurnTermCode         PIC X(5).
           02  TurnSection          PIC X(2).
           02  TurnInstrId          PIC 9(5).
           02  TurnGradeMark        PIC XX.
               88  TurnPassingMark  VALUE "A " THRU "D-".
               88  TurnFailingMark  VALUE "F ", "F+", "F-".
               88  TurnIncompleteMark VALUE "I ".
           02  TurnDeadline         PIC 9(8).
           02  TurnSurname          PIC X(25).
           02  TurnGivenNames       PIC X(15).
