           02  AsgnCourseCode       PIC X(4).
           02  AsgnTermCode         PIC X(5).
           02  AsgnInstrId          PIC 9(5).
           02  AsgnSection          PIC X(2).
           02  AsgnSeatCapacity     PIC 9(4).
