               88  DoNotEmailSet    VALUE "Y".
           02  AddrDeceasedFlag     PIC X.
               88  AddrDeceased     VALUE "Y".
           02  AddrMailBadFlag      PIC X.
               88  AddrMailBad      VALUE "Y".
           02  AddrMailBadDate      PIC 9(8).
           02  AddrMailBadReason    PIC XX.
           02  AddrEmailBadFlag     PIC X.
               88  AddrEmailBad     VALUE "Y".
           02  AddrEmailBadDate     PIC 9(8).
           02  AddrEmailBadReason   PIC XX.
