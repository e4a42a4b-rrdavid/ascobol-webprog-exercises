               88  LedgerWriteOff   VALUE "WRO".
               88  LedgerDeposit    VALUE "DEP".
               88  LedgerTranFee    VALUE "TFE".
               88  LedgerReturnedPay VALUE "RTN".
               88  LedgerReturnedFee VALUE "RIF".
               88  LedgerRefundIssued VALUE "RFD".
               88  LedgerRefundVoided VALUE "RVD".
               88  LedgerAidReturned VALUE "RAD".
               88  LedgerAssessedFee VALUE "FEE".
           02  LedgAmount           PIC S9(7)V99.
