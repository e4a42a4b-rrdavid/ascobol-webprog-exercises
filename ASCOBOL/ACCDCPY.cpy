           88  EndOfAccessDecision  VALUE HIGH-VALUES.
           02  AcdManagerId         PIC X(8).
           02  AcdUserId            PIC X(8).
           02  AcdProgramName       PIC X(10).
               88  AcdWholeAccount  VALUE "*ACCOUNT".
           02  AcdDecision          PIC X.
               88  AcdKeep          VALUE "K", "k".
               88  AcdRemove        VALUE "R", "r".
               88  AcdUndecided     VALUE SPACE.
           02  AcdReviewDate        PIC 9(8).
