           88  EndOfWaitlistFile    VALUE HIGH-VALUES.
           02  WaitCourseCode       PIC X(4).
           02  WaitQueuedDate       PIC 9(8).
           02  WaitTxnImage         PIC X(68).
           02  WaitSection          PIC X(2).
