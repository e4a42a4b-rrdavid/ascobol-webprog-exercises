           88  EndOfFeeSchedule     VALUE HIGH-VALUES.
           02  FeeCode              PIC X(4).
           02  FeeDescription       PIC X(20).
           02  FeeEffFromDate       PIC 9(8).
           02  FeeEffToDate         PIC 9(8).
           02  FeeAmount            PIC 9(5)V99.
           02  FeeBasis             PIC X.
               88  FeePerTerm       VALUE "T".
               88  FeePerCourse     VALUE "C".
               88  FeePerCredit     VALUE "R".
               88  FeeOneTime       VALUE "O".
           02  FeeCourseCode        PIC X(4).
           02  FeeEligStatus        PIC X.
           02  FeeEligLoad          PIC X.
               88  FeeAnyLoad       VALUE SPACE.
               88  FeeFullTimeOnly  VALUE "F".
               88  FeePartTimeOnly  VALUE "P".
           02  FeeEligCohort        PIC X.
               88  FeeAnyCohort     VALUE SPACE.
               88  FeeNewOnly       VALUE "N".
               88  FeeContinuingOnly VALUE "C".
           02  FeeRefundRule        PIC X.
               88  FeeRefundProrated VALUE "P".
               88  FeeRefundFull    VALUE "F".
               88  FeeNonRefundable VALUE "N".
