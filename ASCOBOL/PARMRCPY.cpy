           02  ParmReqName          PIC X(20).
           02  ParmReqAsOfDate      PIC 9(8).
           02  ParmReqFoundFlag     PIC X.
               88  ParmReqFound     VALUE "Y".
           02  ParmReqValue         PIC X(40).
           02  ParmReqNumericView REDEFINES ParmReqValue.
               03  ParmReqAmount    PIC 9(9)V99.
               03  FILLER           PIC X(29).
           02  ParmReqDateView REDEFINES ParmReqValue.
               03  ParmReqDate      PIC 9(8).
               03  FILLER           PIC X(32).
