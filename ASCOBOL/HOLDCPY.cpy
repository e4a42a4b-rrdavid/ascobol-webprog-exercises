           88  EndOfHoldFile        VALUE HIGH-VALUES.
           02  HoldKey.
               03  HoldStudentId    PIC 9(7).
               03  HoldType         PIC X(3).
                   88  HoldFinancial     VALUE "FIN".
                   88  HoldLibrary       VALUE "LIB".
                   88  HoldDisciplinary  VALUE "DIS".
                   88  HoldDocuments     VALUE "DOC".
                   88  HoldCertifiedFunds VALUE "CFO".
                   88  HoldTypeValid     VALUE "FIN", "LIB", "DIS",
                                               "DOC", "CFO".
               03  HoldOffice       PIC X(4).
               03  HoldPlacedDate   PIC 9(8).
           02  HoldReleasedDate     PIC 9(8).
           02  HoldBlockRegistration PIC X.
               88  HoldBlocksRegistration VALUE "Y".
           02  HoldBlockTranscript  PIC X.
               88  HoldBlocksTranscript   VALUE "Y".
           02  HoldBlockDiploma     PIC X.
               88  HoldBlocksDiploma      VALUE "Y".
           02  HoldReason           PIC X(30).
           02  HoldPlacedBy         PIC X(8).
           02  HoldReleasedBy       PIC X(8).
