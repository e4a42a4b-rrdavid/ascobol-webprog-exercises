           88  EndOfApplyHistory    VALUE HIGH-VALUES.
           02  AplStudentId         PIC 9(7).
           02  AplCreditDate        PIC 9(8).
           02  AplCreditSeq         PIC 9(3).
           02  AplCreditType        PIC X(3).
           02  AplChargeDate        PIC 9(8).
           02  AplChargeSeq         PIC 9(3).
           02  AplChargeType        PIC X(3).
           02  AplAmount            PIC 9(7)V99.
           02  AplAppliedDate       PIC 9(8).
           02  AplPriorityRule      PIC X(3).
