           88  EndOfPaymentXref     VALUE HIGH-VALUES.
           02  XrefLedgerKey.
               03  XrefStudentId    PIC 9(7).
               03  XrefEntryDate    PIC 9(8).
               03  XrefEntrySeq     PIC 9(3).
           02  XrefBatchNumber      PIC 9(4).
           02  XrefTenderType       PIC X.
           02  XrefAmount           PIC 9(5)V99.
           02  XrefReturnedFlag     PIC X.
               88  XrefReturned     VALUE "Y".
           02  XrefReturnedDate     PIC 9(8).
