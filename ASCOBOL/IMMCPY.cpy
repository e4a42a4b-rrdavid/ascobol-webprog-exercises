           88  EndOfImmunFile       VALUE HIGH-VALUES.
           02  ImmKey.
               03  ImmStudentId     PIC 9(7).
               03  ImmReqCode       PIC X(4).
           02  ImmReceivedDate      PIC 9(8).
           02  ImmExpiryDate        PIC 9(8).
           02  ImmExemptCode        PIC X(2).
               88  ImmExempt        VALUE "ME", "RE", "PE".
           02  ImmPostedDate        PIC 9(8).
