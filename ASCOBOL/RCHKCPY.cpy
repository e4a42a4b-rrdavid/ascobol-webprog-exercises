           88  EndOfRefundCheques   VALUE HIGH-VALUES.
           02  ChkDisbNumber        PIC 9(6).
           02  ChkStudentId         PIC 9(7).
           02  ChkAmount            PIC 9(7)V99.
           02  ChkIssueDate         PIC 9(8).
           02  ChkStatus            PIC X.
               88  ChkOutstanding   VALUE "O".
               88  ChkPaid          VALUE "P".
               88  ChkVoided        VALUE "V".
               88  ChkReturned      VALUE "R".
               88  ChkReissued      VALUE "X".
               88  ChkHeldAddress   VALUE "H".
           02  ChkPaidDate          PIC 9(8).
           02  ChkPaidAmount        PIC 9(7)V99.
           02  ChkVoidDate          PIC 9(8).
           02  ChkPayMethod         PIC X.
               88  ChkByCheque      VALUE "C", SPACE.
               88  ChkByAch         VALUE "A".
           02  ChkReissueNumber     PIC 9(6).
