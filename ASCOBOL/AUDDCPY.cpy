           02  FILLER               PIC X(50).
           02  FILLER               PIC X.
           02  AuditDetailName      PIC X(20).
           02  FILLER               PIC X.
           02  AuditDetailDate      PIC 9(8).
           02  FILLER               PIC X.
           02  AuditDetailValue     PIC X(40).
