           88  EndOfApprovalQueue   VALUE HIGH-VALUES.
           02  AprQueueNumber       PIC 9(7).
           02  AprActionType        PIC X(3).
               88  AprRefund        VALUE "RFD".
               88  AprWriteOff      VALUE "WRO".
               88  AprFeeWaiver     VALUE "WAV".
           02  AprStudentId         PIC 9(7).
           02  AprAmount            PIC 9(7)V99.
           02  AprReference         PIC X(20).
           02  AprSourceDate        PIC 9(8).
           02  AprProgramName       PIC X(8).
           02  AprOriginUserId      PIC X(8).
           02  AprOriginDate        PIC 9(8).
           02  AprStatus            PIC X.
               88  AprPending       VALUE "P".
               88  AprApproved      VALUE "A".
               88  AprRejected      VALUE "R".
               88  AprPosted        VALUE "D".
           02  AprApproverId        PIC X(8).
           02  AprDecisionDate      PIC 9(8).
           02  AprPostedDate        PIC 9(8).
