           88  EndOfSponsorAr       VALUE HIGH-VALUES.
           02  SponsorArKey.
               03  SarSponsorId     PIC 9(7).
               03  SarEntryDate     PIC 9(8).
               03  SarEntrySeq      PIC 9(3).
           02  SarEntryType         PIC X(3).
               88  SarCharge        VALUE "SCH".
               88  SarPayment       VALUE "SPY".
           02  SarStudentId         PIC 9(7).
           02  SarTermCode          PIC X(5).
           02  SarAmount            PIC S9(7)V99.
           02  SarInvoiceNumber     PIC 9(6).
