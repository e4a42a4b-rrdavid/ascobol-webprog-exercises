               88  JrnlDeleteAction VALUE "D".
               88  JrnlRunMarker    VALUE "S".
           02  JrnlStudentId        PIC 9(7).
           02  JrnlBeforeImage      PIC X(94).
           02  JrnlAfterImage       PIC X(94).
