           88  EndOfOpenItemFile    VALUE HIGH-VALUES.
           02  OpenItemKey.
               03  OpenStudentId    PIC 9(7).
               03  OpenEntryDate    PIC 9(8).
               03  OpenEntrySeq     PIC 9(3).
           02  OpenEntryType        PIC X(3).
           02  OpenItemSide         PIC X.
               88  OpenDebitItem    VALUE "D".
               88  OpenCreditItem   VALUE "C".
           02  OpenOriginalAmount   PIC 9(7)V99.
           02  OpenAppliedAmount    PIC 9(7)V99.
           02  OpenRemainingAmount  PIC 9(7)V99.
           02  OpenLastApplyDate    PIC 9(8).
