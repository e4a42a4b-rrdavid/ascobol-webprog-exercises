               88  EndOfSuspenseFile VALUE HIGH-VALUES.
               02  SuspReasonCode   PIC X(2).
               02  SuspDate         PIC 9(8).
               02  SuspTxnImage     PIC X(24).
       FD  FixFile.
           01  FixRecord.
               88  EndOfFixFile     VALUE HIGH-VALUES.
               02  PayStudentId     PIC 9(7).
               02  PayDate          PIC 9(8).
               02  PayAmount        PIC 9(5)V99.
               02  PayTenderType    PIC X.
           01  PaymentBatchRecord.
               02  FILLER           PIC X.
               02  PayBatchNumber   PIC 9(4).
                              INDEXED BY SuspIdx.
               03  SuspTabReason    PIC X(2).
               03  SuspTabDate      PIC 9(8).
               03  SuspTabImage     PIC X(24).
               03  SuspTabStatus    PIC X.
                   88  SuspItemHeld     VALUE "H".
                   88  SuspItemReleased VALUE "R".
       01  SuspenseTableCount   PIC 9(4) VALUE ZERO.
       01  SuspWorkImage        PIC X(24).
       01  SuspWorkFields REDEFINES SuspWorkImage.
           02  SwkRecordType    PIC X.
           02  SwkStudentId     PIC 9(7).
           02  SwkDate          PIC 9(8).
           02  SwkAmount        PIC 9(5)V99.
           02  SwkTenderType    PIC X.
       01  ChkCheckDigit        PIC 9.
       01  ChkValidFlag         PIC X.
       01  NewIdOnMasterFlag    PIC X.
