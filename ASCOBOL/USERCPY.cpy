           02  UsrFailedCount       PIC 9.
           02  UsrLockFlag          PIC X.
               88  UserLocked       VALUE "L".
               88  UserDisabled     VALUE "D".
           02  UsrDepartment        PIC X(4).
           02  UsrManagerId         PIC X(8).
           02  UsrLastSignonDate    PIC 9(8).
           02  UsrRecertDate        PIC 9(8).
