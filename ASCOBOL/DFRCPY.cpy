           88  EndOfDeferredRev     VALUE HIGH-VALUES.
           02  DfrTermCode          PIC X(5).
           02  DfrChargedTotal      PIC S9(9)V99.
           02  DfrReversedTotal     PIC S9(9)V99.
           02  DfrRecognizedTotal   PIC S9(9)V99.
           02  DfrLastRunDate       PIC 9(8).
