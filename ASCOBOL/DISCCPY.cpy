           88  EndOfDisclosureLog   VALUE HIGH-VALUES.
           02  DlgStudentId         PIC 9(7).
           02  DlgDiscDate          PIC 9(8).
           02  DlgDiscTime          PIC 9(8).
           02  DlgProgramName       PIC X(8).
           02  DlgRecipient         PIC X(30).
           02  DlgReleased          PIC X(20).
           02  DlgLegalBasis        PIC X(3).
               88  DlgBasisConsent  VALUE "CON".
               88  DlgBasisOfficial VALUE "SOF".
               88  DlgBasisDirectory VALUE "DIR".
               88  DlgBasisStudent  VALUE "STU".
           02  DlgUserId            PIC X(8).
