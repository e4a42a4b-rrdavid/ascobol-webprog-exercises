           88  EndOfSponsorship     VALUE HIGH-VALUES.
           02  SpsSponsorId         PIC 9(7).
           02  SpsStudentId         PIC 9(7).
           02  SpsTermCode          PIC X(5).
           02  SpsCoverPercent      PIC 9(3)V99.
           02  SpsCoverCap          PIC 9(7)V99.
           02  SpsCoverScope        PIC X.
               88  SpsTuitionOnly   VALUE "T".
               88  SpsAllFees       VALUE "A".
