           88  EndOfAidReturnHist   VALUE HIGH-VALUES.
           02  AdrStudentId         PIC 9(7).
           02  AdrTermCode          PIC X(5).
           02  AdrAwardCode         PIC X(4).
           02  AdrWithdrawDate      PIC 9(8).
           02  AdrPctCompleted      PIC 9(3)V9.
           02  AdrAidApplied        PIC 9(7)V99.
           02  AdrAidReturned       PIC 9(7)V99.
           02  AdrRunDate           PIC 9(8).
