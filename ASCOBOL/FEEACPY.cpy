           88  EndOfFeeAssessment   VALUE HIGH-VALUES.
           02  FeeAssessKey.
               03  FasStudentId     PIC 9(7).
               03  FasTermCode      PIC X(5).
               03  FasFeeCode       PIC X(4).
               03  FasCourseCode    PIC X(4).
           02  FasDescription       PIC X(20).
           02  FasAssessDate        PIC 9(8).
           02  FasFeeAmount         PIC 9(5)V99.
           02  FasStudentAmount     PIC 9(5)V99.
           02  FasRefundRule        PIC X.
               88  FasRefundProrated VALUE "P".
               88  FasRefundFull    VALUE "F".
               88  FasNonRefundable VALUE "N".
           02  FasLedgerKey.
               03  FasLedgStudentId PIC 9(7).
               03  FasLedgEntryDate PIC 9(8).
               03  FasLedgEntrySeq  PIC 9(3).
           02  FasRefundedAmount    PIC 9(5)V99.
           02  FasRefundDate        PIC 9(8).
