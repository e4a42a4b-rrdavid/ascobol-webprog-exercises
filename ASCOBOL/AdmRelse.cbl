               88  EndOfPendingAdmit VALUE HIGH-VALUES.
               02  PendConvertedDate PIC 9(8).
               02  FILLER            PIC X.
               02  PendTxnImage      PIC X(68).
               02  PendImageDigits REDEFINES PendTxnImage.
                   03  FILLER        PIC X.
                   03  PendStudentId PIC 9(7).
                   03  FILLER        PIC X(60).
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  EnrollTxn.
           01  EnrollTxnRecord      PIC X(68).
       FD  DepositAgingFile.
           01  DepositAgingLine     PIC X(70).
       WORKING-STORAGE SECTION.
                             INDEXED BY PendIdx.
               03  PTabConvertedDate PIC 9(8).
               03  PTabStudentId     PIC 9(7).
               03  PTabTxnImage      PIC X(68).
               03  PTabStatus        PIC X.
                   88  PTabPending   VALUE "P".
                   88  PTabReleased  VALUE "R".
