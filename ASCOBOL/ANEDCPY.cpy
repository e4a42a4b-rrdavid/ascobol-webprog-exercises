           88  EndOfAddrNeedFile    VALUE HIGH-VALUES.
           02  AnwStudentId         PIC 9(7).
           02  AnwProgramName       PIC X(8).
           02  AnwDocument          PIC X(20).
           02  AnwListedDate        PIC 9(8).
           02  AnwReason            PIC XX.
