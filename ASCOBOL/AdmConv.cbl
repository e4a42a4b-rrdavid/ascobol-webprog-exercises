           01  PendingAdmitRecord.
               02  PendConvertedDate PIC 9(8).
               02  FILLER            PIC X.
               02  PendTxnImage      PIC X(68).
           01  EnrollTxnRecord.
               02  FILLER           PIC X(9).
               02  TxnCode          PIC X.
                   03  Gender           PIC X.
               02  TxnPrivacyByte   PIC X.
               02  TxnOverrideCode  PIC X(4).
               02  TxnSection       PIC X(2).
       FD  LoadReportFile.
           01  LoadReportLine       PIC X(70).
       WORKING-STORAGE SECTION.
