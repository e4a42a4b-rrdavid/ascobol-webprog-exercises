           88  EndOfParameterMaster VALUE HIGH-VALUES.
           02  ParmKey.
               03  ParmName         PIC X(20).
               03  ParmEffectiveDate PIC 9(8).
           02  ParmValue            PIC X(40).
           02  ParmNumericView REDEFINES ParmValue.
               03  ParmAmount       PIC 9(9)V99.
               03  FILLER           PIC X(29).
           02  ParmDateView REDEFINES ParmValue.
               03  ParmDate         PIC 9(8).
               03  FILLER           PIC X(32).
           02  ParmType             PIC X.
               88  ParmIsNumeric    VALUE "N".
               88  ParmIsDate       VALUE "D".
               88  ParmIsCode       VALUE "C".
               88  ParmIsText       VALUE "T".
           02  ParmDecimals         PIC 9.
           02  ParmMinimum          PIC 9(9)V99.
           02  ParmMaximum          PIC 9(9)V99.
           02  ParmAllowedCodes     PIC X(10).
           02  ParmDescription      PIC X(30).
           02  ParmPriorValue       PIC X(40).
           02  ParmChangedBy        PIC X(8).
           02  ParmChangedDate      PIC 9(8).
           02  ParmChangedTime      PIC 9(8).
