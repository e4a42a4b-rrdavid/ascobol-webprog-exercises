           88  EndOfBankMaster      VALUE HIGH-VALUES.
           02  BnkStudentId         PIC 9(7).
           02  BnkRoutingNumber     PIC 9(9).
           02  BnkAccountNumber     PIC X(17).
           02  BnkAccountType       PIC X.
               88  BnkChecking      VALUE "C".
               88  BnkSavings       VALUE "S".
           02  BnkPrenoteStatus     PIC X.
               88  BnkPrenotePending  VALUE "P".
               88  BnkVerified        VALUE "V".
               88  BnkPrenoteFailed   VALUE "F".
               88  BnkReturned        VALUE "R".
           02  BnkPrenoteSentDate   PIC 9(8).
           02  BnkLastReturnCode    PIC X(3).
           02  BnkLastChangeDate    PIC 9(8).
           02  BnkLastChangeUser    PIC X(8).
