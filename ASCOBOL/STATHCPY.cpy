           88  EndOfStatusHistory   VALUE HIGH-VALUES.
           02  SthStudentId         PIC 9(7).
           02  SthOldStatus         PIC X.
           02  SthNewStatus         PIC X.
           02  SthEffDate           PIC 9(8).
           02  SthPostedDate        PIC 9(8).
