           88  EndOfStandingFile    VALUE HIGH-VALUES.
           02  StdKey.
               03  StdStudentId     PIC 9(7).
               03  StdTermCode      PIC X(5).
           02  StdStatus            PIC X.
               88  StdGoodStanding  VALUE "G".
               88  StdProbation     VALUE "P".
               88  StdContProbation VALUE "C".
               88  StdSuspended     VALUE "S".
               88  StdDismissed     VALUE "D".
               88  StdStatusValid   VALUE "G", "P", "C", "S", "D".
           02  StdTermGpa           PIC 9V99.
           02  StdCumGpa            PIC 9V99.
           02  StdSuspendTermCode   PIC X(5).
           02  StdAssignedDate      PIC 9(8).
           02  StdAppealFlag        PIC X.
               88  StdAppealed      VALUE "Y".
           02  StdOriginalStatus    PIC X.
           02  StdAppealDate        PIC 9(8).
