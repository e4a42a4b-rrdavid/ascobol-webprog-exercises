           88  EndOfReceiptFile     VALUE HIGH-VALUES.
           02  RcpNumber            PIC 9(7).
           02  RcpDate              PIC 9(8).
           02  RcpTime              PIC 9(8).
           02  RcpCashierId         PIC X(8).
           02  RcpStudentId         PIC 9(7).
           02  RcpCashAmount        PIC 9(5)V99.
           02  RcpChequeAmount      PIC 9(5)V99.
           02  RcpCardAmount        PIC 9(5)V99.
           02  RcpTotalAmount       PIC 9(6)V99.
           02  RcpStatus            PIC X.
               88  RcpActive        VALUE "A".
               88  RcpVoided        VALUE "V".
           02  RcpVoidSupervisor    PIC X(8).
           02  RcpVoidTime          PIC 9(8).
           02  RcpBatchNumber       PIC 9(4).
