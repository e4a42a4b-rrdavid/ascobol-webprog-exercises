           SELECT LedgerArchiveFile ASSIGN TO LedgerArchiveFileName
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS LedgerArchiveStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT GenerationLogFile ASSIGN TO "GENLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GenerationLogStatus.
               COPY LEDGCPY.
       FD  LedgerArchiveFile.
           01  LedgerArchiveRecord  PIC X(30).
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  GenerationLogFile.
           01  GenerationLogRecord.
               02  GenFamily        PIC X(12).
       01  LedgerFileStatus     PIC XX.
       01  LedgerArchiveStatus  PIC XX.
       01  GenerationLogStatus  PIC XX.
       01  OpenItemStatus       PIC XX.
       01  LedgerArchiveFileName PIC X(30).
       01  CloseDate            PIC 9(8) VALUE ZERO.
       01  PriorClosedThruDate  PIC 9(8) VALUE ZERO.
           PERFORM FindCarryFwdStudent
           EVALUATE TRUE
              WHEN LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
                   OR LedgerTranFee OR LedgerReturnedPay
                   OR LedgerReturnedFee
                   OR LedgerRefundIssued
                   OR LedgerAidReturned
                   OR LedgerAssessedFee
                 ADD LedgAmount TO CFwdNetBalance(CarryIdx)
                 ADD LedgAmount TO ArchivedNet
              WHEN LedgerPayment OR LedgerRefund
                   OR LedgerWriteOff OR LedgerDeposit
                   OR LedgerRefundVoided
                 SUBTRACT LedgAmount FROM CFwdNetBalance(CarryIdx)
                 SUBTRACT LedgAmount FROM ArchivedNet
           END-EVALUATE.
                   UNTIL KeptIdx > KeptLedgerCount
              WRITE LedgerRecord FROM KeptLedgerRecord(KeptIdx)
           END-PERFORM
           CLOSE LedgerFile
           OPEN OUTPUT OpenItemFile
           IF OpenItemStatus = "00"
              CLOSE OpenItemFile
           END-IF.
       WriteOneCarryFwd.
           IF CFwdNetBalance(CarryIdx) NOT = ZERO
              MOVE SPACES TO LedgerRecord
