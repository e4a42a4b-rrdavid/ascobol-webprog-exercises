       01  JournalFileStatus    PIC XX.
       01  JournalTable.
           02  JournalEntry OCCURS 5000 TIMES INDEXED BY JrnlIdx.
               03  JrnlTabRecord    PIC X(196).
       01  JournalTableCount    PIC 9(4) VALUE ZERO.
       01  JournalOverflowCount PIC 9(4) VALUE ZERO.
       01  LastMarkerEntry      PIC 9(4) VALUE ZERO.
               88  WorkDeleteAction VALUE "D".
               88  WorkRunMarker    VALUE "S".
           02  WorkStudentId        PIC 9(7).
           02  WorkBeforeImage      PIC X(94).
           02  WorkAfterImage       PIC X(94).
       01  BackoutTotals.
           02  BackedOutCount   PIC 9(4) VALUE ZERO.
           02  BackoutErrorCount PIC 9(4) VALUE ZERO.
