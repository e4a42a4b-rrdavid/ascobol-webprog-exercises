                      FILE STATUS IS DisburseControlStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT RefundChequeFile ASSIGN TO "REFCHK.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ChkDisbNumber
                      FILE STATUS IS RefundChequeStatus.
           SELECT BankMasterFile ASSIGN TO "BANKMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BnkStudentId
                      FILE STATUS IS BankMasterStatus.
           SELECT AchControlFile ASSIGN TO "ACHCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AchControlStatus.
           SELECT AchFile ASSIGN TO "ACHFILE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AchFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterReportFile ASSIGN TO "REFREG.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AprqKey
                      FILE STATUS IS ApprovalQueueStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  DisburseControlFile.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  RefundChequeFile.
           01  RefundChequeRecord.
               COPY RCHKCPY.
       FD  BankMasterFile.
           01  BankMasterRecord.
               COPY BANKCPY.
       FD  AchControlFile.
           01  AchControlRecord     PIC X(112).
       FD  AchFile.
           01  AchRecord            PIC X(94).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ReviewReportFile.
           01  ReviewReportLine     PIC X(60).
       FD  RegisterReportFile.
           01  RegisterReportLine   PIC X(70).
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               02  AprqKey          PIC 9(7).
               02  FILLER           PIC X(96).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "REFDISB".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  DisburseControlStatus PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  LedgerFileStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  AddrNeedStatus       PIC XX.
       01  ApprovalQueueStatus  PIC XX.
       01  ApprovalEntry.
           COPY APRQCPY.
       01  RefundChequeStatus   PIC XX.
       01  BankMasterStatus     PIC XX.
       01  AchControlStatus     PIC XX.
       01  AchFileStatus        PIC XX.
       01  AchControlWork.
           02  CtlAchDestination    PIC X(10).
           02  CtlAchOrigin         PIC X(10).
           02  CtlAchDestinationName PIC X(23).
           02  CtlAchOriginName     PIC X(23).
           02  CtlAchCompanyName    PIC X(16).
           02  CtlAchCompanyId      PIC X(10).
           02  CtlAchOdfiRouting    PIC 9(8).
           02  CtlAchFileIdModifier PIC X.
           02  CtlAchLastFileDate   PIC 9(8).
           02  CtlPrenoteWaitDays   PIC 9(3).
       01  LedgerScanActiveFlag PIC X VALUE "N".
           88  LedgerScanActive VALUE "Y".
       01  ChequeScanResumeKey  PIC 9(6).
       01  ReturnedDisbNumber   PIC 9(6).
       01  ReleasedDisbNumber   PIC 9(6).
       01  BankMasterOpenFlag   PIC X VALUE "N".
           88  BankMasterOpen   VALUE "Y".
       01  AchEnabledFlag       PIC X VALUE "N".
           88  AchEnabled       VALUE "Y".
       01  PayByAchFlag         PIC X VALUE "N".
           88  PayByAch         VALUE "Y".
       01  AchHeaderWrittenFlag PIC X VALUE "N".
           88  AchHeaderWritten VALUE "Y".
       01  PrenoteWaitDays      PIC 9(3) VALUE 6.
       01  PrenoteAgeDays       PIC S9(5).
       01  AchFileIdModifier    PIC X VALUE "A".
       01  AchModifierList      PIC X(36)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  AchModifierTable REDEFINES AchModifierList.
           02  AchModifierChar  PIC X OCCURS 36 TIMES.
       01  AchModifierIdx       PIC 99.
       01  AchRunTime           PIC 9(8).
       01  AchEffectiveDate     PIC 9(8).
       01  AchRecordCount       PIC 9(6) VALUE ZERO.
       01  AchBlockCount        PIC 9(6) VALUE ZERO.
       01  AchBlockRemainder    PIC 99.
       01  AchFillerCount       PIC 99.
       01  AchEntryCount        PIC 9(6) VALUE ZERO.
       01  AchEntryHashWork     PIC 9(12) VALUE ZERO.
       01  AchCreditTotal       PIC 9(10)V99 VALUE ZERO.
       01  AchPrenoteSeq        PIC 9(7) VALUE 9000000.
       01  AchEntryName         PIC X(22).
       01  AchFileHeader.
           02  FILLER           PIC X(3)  VALUE "101".
           02  AfhDestination   PIC X(10).
           02  AfhOrigin        PIC X(10).
           02  AfhCreationDate  PIC 9(6).
           02  AfhCreationTime  PIC 9(4).
           02  AfhFileIdModifier PIC X.
           02  FILLER           PIC X(6)  VALUE "094101".
           02  AfhDestinationName PIC X(23).
           02  AfhOriginName    PIC X(23).
           02  FILLER           PIC X(8)  VALUE SPACES.
       01  AchBatchHeader.
           02  FILLER           PIC X(4)  VALUE "5220".
           02  AbhCompanyName   PIC X(16).
           02  FILLER           PIC X(20) VALUE SPACES.
           02  AbhCompanyId     PIC X(10).
           02  FILLER           PIC X(13) VALUE "PPDREFUND    ".
           02  AbhDescriptiveDate PIC 9(6).
           02  AbhEffectiveDate PIC 9(6).
           02  FILLER           PIC X(4)  VALUE "   1".
           02  AbhOdfiRouting   PIC 9(8).
           02  AbhBatchNumber   PIC 9(7) VALUE 1.
       01  AchEntryDetail.
           02  FILLER           PIC X     VALUE "6".
           02  AedTransactionCode PIC 99.
           02  AedRdfiRouting   PIC 9(8).
           02  AedCheckDigit    PIC 9.
           02  AedAccountNumber PIC X(17).
           02  AedAmount        PIC 9(8)V99.
           02  AedIndividualId  PIC X(15).
           02  AedIndividualName PIC X(22).
           02  FILLER           PIC X(3)  VALUE "  0".
           02  AedTraceNumber.
               03  AedTraceOdfi PIC 9(8).
               03  AedTraceSeq  PIC 9(7).
       01  AchRoutingSplit.
           02  AchRoutingEight  PIC 9(8).
           02  AchRoutingCheck  PIC 9.
       01  AchRoutingWhole REDEFINES AchRoutingSplit PIC 9(9).
       01  AchBatchControl.
           02  FILLER           PIC X(4)  VALUE "8220".
           02  AbcEntryCount    PIC 9(6).
           02  AbcEntryHash     PIC 9(10).
           02  AbcDebitTotal    PIC 9(10)V99 VALUE ZERO.
           02  AbcCreditTotal   PIC 9(10)V99.
           02  AbcCompanyId     PIC X(10).
           02  FILLER           PIC X(25) VALUE SPACES.
           02  AbcOdfiRouting   PIC 9(8).
           02  AbcBatchNumber   PIC 9(7) VALUE 1.
       01  AchFileControl.
           02  FILLER           PIC X     VALUE "9".
           02  AfcBatchCount    PIC 9(6) VALUE 1.
           02  AfcBlockCount    PIC 9(6).
           02  AfcEntryCount    PIC 9(8).
           02  AfcEntryHash     PIC 9(10).
           02  AfcDebitTotal    PIC 9(10)V99 VALUE ZERO.
           02  AfcCreditTotal   PIC 9(10)V99.
           02  FILLER           PIC X(39) VALUE SPACES.
       01  AchFillerRecord      PIC X(94) VALUE ALL "9".
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  ScanResumeKey        PIC X(18).
       01  IssuedStudentId      PIC 9(7).
       01  IssuedAmount         PIC S9(7)V99.
       01  AuditProgramNameLit  PIC X(10) VALUE "REFDISB".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "REFDISB".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  NextDisbNumber       PIC 9(6) VALUE 1.
       01  LastDisbDate         PIC 9(8) VALUE ZERO.
       01  ApprovalThreshold    PIC 9(5)V99 VALUE 500.00.
           02  ReviewCount        PIC 9(4) VALUE ZERO.
           02  ReviewTotal        PIC S9(9)V99 VALUE ZERO.
           02  NoMasterCount      PIC 9(4) VALUE ZERO.
           02  AchPaidCount       PIC 9(4) VALUE ZERO.
           02  AchPaidTotal       PIC S9(9)V99 VALUE ZERO.
           02  ChequePaidCount    PIC 9(4) VALUE ZERO.
           02  ChequePaidTotal    PIC S9(9)V99 VALUE ZERO.
           02  PrenoteSentCount   PIC 9(4) VALUE ZERO.
           02  PrenoteVerifiedCount PIC 9(4) VALUE ZERO.
           02  ReissuedCount      PIC 9(4) VALUE ZERO.
           02  ReissuedTotal      PIC S9(9)V99 VALUE ZERO.
           02  AddrNeededCount    PIC 9(4) VALUE ZERO.
           02  ApprovedRefCount   PIC 9(4) VALUE ZERO.
           02  ApprovedRefTotal   PIC S9(9)V99 VALUE ZERO.
           02  QueuedRefCount     PIC 9(4) VALUE ZERO.
           02  HeldPaidCount      PIC 9(4) VALUE ZERO.
           02  HeldPaidTotal      PIC S9(9)V99 VALUE ZERO.
       01  RegisterHeadingLine  PIC X(40)
           VALUE "  Refund Disbursement Register".
       01  ReviewHeadingLine    PIC X(40)
           02  PrnRegStudentId  PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnRegAmount     PIC -(6)9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegMethod     PIC X(6).
       01  ReviewDetailLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnRevStudentId  PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnRevAmount     PIC -(6)9.99.
           02  PrnRevReason     PIC X(17) VALUE "  OVER THRESHOLD".
       01  ReviewQueuedLine.
           02  FILLER           PIC X(27) VALUE SPACES.
           02  FILLER           PIC X(16) VALUE "Approval item # ".
           02  PrnRevQueueNumber PIC 9(7).
       01  ReviewApprovedLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnAppStudentId  PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnAppAmount     PIC -(6)9.99.
           02  FILLER           PIC X(9)  VALUE "  ITEM # ".
           02  PrnAppQueueNumber PIC 9(7).
           02  PrnAppReason     PIC X(17).
       01  RegisterErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnRegErrorId    PIC 9(7).
       01  RegisterDisbursedLine.
           02  FILLER           PIC X(20) VALUE "Disbursed        = ".
           02  PrnDisbursedTotal PIC -(8)9.99.
       01  RegisterApprovedLine.
           02  FILLER           PIC X(20) VALUE "Approved refunds = ".
           02  PrnApprovedTotal PIC -(8)9.99.
       01  RegisterHeldPaidLine.
           02  FILLER           PIC X(20) VALUE "Held refunds paid = ".
           02  PrnHeldPaidTotal PIC -(8)9.99.
       01  RegisterReviewLine.
           02  FILLER           PIC X(20) VALUE "Held for review  = ".
           02  PrnReviewTotal   PIC -(8)9.99.
       01  RegisterReissueLine.
           02  FILLER           PIC X(7)  VALUE "Disb # ".
           02  PrnReiDisbNumber PIC 9(6).
           02  FILLER           PIC X(11) VALUE "  Student -".
           02  PrnReiStudentId  PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnReiAmount     PIC -(6)9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  FILLER           PIC X(12) VALUE "REISSUE OF #".
           02  PrnReiOldDisbNumber PIC 9(6).
       01  RegisterPrenoteLine.
           02  FILLER           PIC X(10) VALUE "Prenote  -".
           02  PrnPreStudentId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnPreRouting    PIC 9(9).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnPreText       PIC X(20).
       01  RegisterAchLine.
           02  FILLER           PIC X(20) VALUE "Paid by ACH      = ".
           02  PrnAchPaidTotal  PIC -(8)9.99.
       01  RegisterChequeLine.
           02  FILLER           PIC X(20) VALUE "Paid by cheque   = ".
           02  PrnChequePaidTotal PIC -(8)9.99.
       01  RegisterReissuedLine.
           02  FILLER           PIC X(20) VALUE "Cheques reissued = ".
           02  PrnReissuedTotal PIC -(8)9.99.
       01  RegisterPrenoteCountLine.
           02  FILLER           PIC X(20) VALUE "Prenotes sent    = ".
           02  PrnPrenoteSentCount PIC ZZZ,ZZ9.
       01  RegisterAchEntryLine.
           02  FILLER           PIC X(20) VALUE "ACH file entries = ".
           02  PrnAchEntryCount PIC ZZZ,ZZ9.
       01  RegisterAchHashLine.
           02  FILLER           PIC X(20) VALUE "ACH entry hash   = ".
           02  PrnAchEntryHash  PIC 9(10).
       01  RegisterAchCreditLine.
           02  FILLER           PIC X(20) VALUE "ACH file credits = ".
           02  PrnAchCreditTotal PIC -(8)9.99.
       01  RegisterAchBlockLine.
           02  FILLER           PIC X(20) VALUE "ACH file blocks  = ".
           02  PrnAchBlockCount PIC ZZZ,ZZ9.
       01  RegisterBalancedLine PIC X(40)
           VALUE "Extract balances to ledger - OK".
       01  RegisterUnbalancedLine PIC X(40)
           VALUE "** EXTRACT OUT OF BALANCE **".
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainLedgerLock
           IF NOT LockGranted
              DISPLAY "ARLEDGER.DAT is locked - try later."
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteAuditStart
           ACCEPT DisburseRunDate FROM DATE YYYYMMDD
           PERFORM ReadDisburseControl
           PERFORM ReadAchControl
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              PERFORM ReportFileError
           END-IF
           OPEN INPUT AddressFile
           OPEN EXTEND AddrNeedFile
           IF AddrNeedStatus = "35"
              OPEN OUTPUT AddrNeedFile
           END-IF
           OPEN I-O RefundChequeFile
           IF RefundChequeStatus = "35"
              OPEN OUTPUT RefundChequeFile
              CLOSE RefundChequeFile
              OPEN I-O RefundChequeFile
           END-IF
           IF RefundChequeStatus NOT = "00"
              MOVE "REFCHK.DAT" TO ErrorFileName
              MOVE RefundChequeStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenBankMaster
           IF AchEnabled
              OPEN OUTPUT AchFile
              IF AchFileStatus NOT = "00"
                 MOVE "ACHFILE.DAT" TO ErrorFileName
                 MOVE AchFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF
           OPEN OUTPUT DisburseExtractFile
           OPEN OUTPUT ReviewReportFile
           OPEN OUTPUT RegisterReportFile
                  AFTER ADVANCING PAGE
           WRITE ReviewReportLine FROM ReviewHeadingLine
                  AFTER ADVANCING PAGE
           OPEN I-O LedgerFile
           IF LedgerFileStatus = "00"
              PERFORM SendPendingPrenotes
              PERFORM ReissueReturnedPayments
              PERFORM PostApprovedRefunds
              PERFORM ScanLedgerRefunds
              CLOSE LedgerFile
           END-IF
           PERFORM FinishAchFile
           MOVE SelectedRefTotal TO PrnSelectedTotal
           WRITE RegisterReportLine FROM RegisterSelectedLine
                  AFTER ADVANCING 2 LINES
           MOVE ApprovedRefTotal TO PrnApprovedTotal
           WRITE RegisterReportLine FROM RegisterApprovedLine
                  AFTER ADVANCING 1 LINES
           MOVE HeldPaidTotal TO PrnHeldPaidTotal
           WRITE RegisterReportLine FROM RegisterHeldPaidLine
                  AFTER ADVANCING 1 LINES
           MOVE DisbursedTotal TO PrnDisbursedTotal
           WRITE RegisterReportLine FROM RegisterDisbursedLine
                  AFTER ADVANCING 1 LINES
           MOVE ReviewTotal TO PrnReviewTotal
           WRITE RegisterReportLine FROM RegisterReviewLine
                  AFTER ADVANCING 1 LINES
           IF SelectedRefTotal + ApprovedRefTotal + HeldPaidTotal
                                  = DisbursedTotal + ReviewTotal
              WRITE RegisterReportLine FROM RegisterBalancedLine
                     AFTER ADVANCING 1 LINES
           ELSE
                     AFTER ADVANCING 1 LINES
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE AchPaidTotal TO PrnAchPaidTotal
           WRITE RegisterReportLine FROM RegisterAchLine
                  AFTER ADVANCING 2 LINES
           MOVE ChequePaidTotal TO PrnChequePaidTotal
           WRITE RegisterReportLine FROM RegisterChequeLine
                  AFTER ADVANCING 1 LINES
           MOVE ReissuedTotal TO PrnReissuedTotal
           WRITE RegisterReportLine FROM RegisterReissuedLine
                  AFTER ADVANCING 1 LINES
           MOVE PrenoteSentCount TO PrnPrenoteSentCount
           WRITE RegisterReportLine FROM RegisterPrenoteCountLine
                  AFTER ADVANCING 1 LINES
           IF AchEnabled
              MOVE AchEntryCount TO PrnAchEntryCount
              WRITE RegisterReportLine FROM RegisterAchEntryLine
                     AFTER ADVANCING 2 LINES
              MOVE AbcEntryHash TO PrnAchEntryHash
              WRITE RegisterReportLine FROM RegisterAchHashLine
                     AFTER ADVANCING 1 LINES
              MOVE AchCreditTotal TO PrnAchCreditTotal
              WRITE RegisterReportLine FROM RegisterAchCreditLine
                     AFTER ADVANCING 1 LINES
              MOVE AchBlockCount TO PrnAchBlockCount
              WRITE RegisterReportLine FROM RegisterAchBlockLine
                     AFTER ADVANCING 1 LINES
              CLOSE AchFile
              PERFORM RewriteAchControl
           END-IF
           PERFORM RewriteDisburseControl
           CLOSE StudentFile, DisburseExtractFile, RefundChequeFile,
                 ReviewReportFile, RegisterReportFile, AddrNeedFile
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           IF BankMasterOpen
              CLOSE BankMasterFile
           END-IF
           PERFORM WriteAuditEnd
           PERFORM ReleaseLedgerLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseLedgerLock
           END-IF
           GOBACK.
       ObtainLedgerLock.
           MOVE "L" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseLedgerLock.
           MOVE "U" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           COMPUTE AuditRecordCount = DisbursedCount + ReissuedCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadDisburseControl.
           OPEN INPUT DisburseControlFile
           IF DisburseControlStatus = "00"
                NOT AT END
                   MOVE CtlNextDisbNumber    TO NextDisbNumber
                   MOVE CtlLastDisbDate      TO LastDisbDate
              END-READ
              CLOSE DisburseControlFile
           END-IF
           MOVE DisburseRunDate TO ParmReqAsOfDate
           MOVE "REFUND-APPROVAL-AMT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO ApprovalThreshold
           END-IF.
       RewriteDisburseControl.
           OPEN OUTPUT DisburseControlFile
              CLOSE DisburseControlFile
           END-IF.
       ScanLedgerRefunds.
           MOVE "Y" TO LedgerScanActiveFlag
           MOVE LOW-VALUES TO LedgerKey
           START LedgerFile KEY IS NOT LESS THAN LedgerKey
              INVALID KEY SET EndOfLedgerFile TO TRUE
           END-START
           IF NOT EndOfLedgerFile
              READ LedgerFile NEXT
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
                 AND LedgEntryDate <= DisburseRunDate
                 PERFORM DisburseOneRefund
              END-IF
              IF NOT EndOfLedgerFile
                 READ LedgerFile NEXT
                   AT END SET EndOfLedgerFile TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           MOVE "N" TO LedgerScanActiveFlag.
       DisburseOneRefund.
           MOVE LedgStudentId TO IssuedStudentId
           MOVE LedgAmount TO IssuedAmount
           ADD 1 TO SelectedRefCount
           ADD LedgAmount TO SelectedRefTotal
           PERFORM ReadRefundStudent
                     AFTER ADVANCING 1 LINES
              MOVE LedgStudentId TO PrnRevStudentId
              MOVE LedgAmount    TO PrnRevAmount
              MOVE "  NOT ON MASTER" TO PrnRevReason
              WRITE ReviewReportLine FROM ReviewDetailLine
                     AFTER ADVANCING 1 LINES
           ELSE
                 ADD LedgAmount TO ReviewTotal
                 MOVE LedgStudentId TO PrnRevStudentId
                 MOVE LedgAmount    TO PrnRevAmount
                 MOVE "  OVER THRESHOLD" TO PrnRevReason
                 WRITE ReviewReportLine FROM ReviewDetailLine
                        AFTER ADVANCING 1 LINES
                 PERFORM QueueRefundApproval
              ELSE
                 PERFORM CheckRefundBankAccount
                 PERFORM ReadRefundAddress
                 IF NOT PayByAch AND AddressFound AND AddrMailBad
                    ADD 1 TO ReviewCount
                    ADD LedgAmount TO ReviewTotal
                    MOVE LedgStudentId TO PrnRevStudentId
                    MOVE LedgAmount    TO PrnRevAmount
                    MOVE "  ADDRESS NEEDED" TO PrnRevReason
                    WRITE ReviewReportLine FROM ReviewDetailLine
                           AFTER ADVANCING 1 LINES
                    PERFORM WriteRefundAddrNeeded
                    PERFORM RecordHeldRefund
                 ELSE
                    PERFORM WriteDisbursement
                 END-IF
              END-IF
           END-IF.
       QueueRefundApproval.
           MOVE SPACES TO ApprovalEntry
           SET AprRefund TO TRUE
           MOVE LedgStudentId    TO AprStudentId
           MOVE LedgAmount       TO AprAmount
           MOVE "REFUND OF CREDIT" TO AprReference
           MOVE LedgEntryDate    TO AprSourceDate
           MOVE "REFDISB"        TO AprProgramName
           CALL "APRQADD" USING ApprovalEntry
           IF AprQueueNumber = ZERO
              MOVE "APPRQ.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           ADD 1 TO QueuedRefCount
           MOVE AprQueueNumber TO PrnRevQueueNumber
           WRITE ReviewReportLine FROM ReviewQueuedLine
                  AFTER ADVANCING 1 LINES.
       PostApprovedRefunds.
           OPEN I-O ApprovalQueueFile
           IF ApprovalQueueStatus = "00"
              MOVE ZERO TO AprqKey
              START ApprovalQueueFile KEY IS NOT LESS THAN AprqKey
                 INVALID KEY SET EndOfApprovalQueue TO TRUE
              END-START
              PERFORM UNTIL EndOfApprovalQueue
                 READ ApprovalQueueFile NEXT INTO ApprovalEntry
                   AT END SET EndOfApprovalQueue TO TRUE
                   NOT AT END
                      IF AprRefund AND AprApproved
                         PERFORM DisburseApprovedRefund
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ApprovalQueueFile
           END-IF.
       DisburseApprovedRefund.
           MOVE AprStudentId TO IssuedStudentId
           MOVE AprAmount    TO IssuedAmount
           PERFORM ReadRefundStudent
           IF NOT RefundStudentFound
              MOVE AprStudentId TO PrnRegErrorId
              MOVE "approved refund, not on master"
                                       TO PrnRegErrorText
              WRITE RegisterReportLine FROM RegisterErrorLine
                     AFTER ADVANCING 1 LINES
           ELSE
              PERFORM CheckRefundBankAccount
              PERFORM ReadRefundAddress
              IF NOT PayByAch AND AddressFound AND AddrMailBad
                 MOVE AprStudentId   TO PrnAppStudentId
                 MOVE AprAmount      TO PrnAppAmount
                 MOVE AprQueueNumber TO PrnAppQueueNumber
                 MOVE "  ADDRESS NEEDED" TO PrnAppReason
                 WRITE ReviewReportLine FROM ReviewApprovedLine
                        AFTER ADVANCING 1 LINES
                 PERFORM WriteRefundAddrNeeded
              ELSE
                 ADD 1 TO ApprovedRefCount
                 ADD IssuedAmount TO ApprovedRefTotal
                 PERFORM WriteDisbursement
                 SET AprPosted TO TRUE
                 MOVE DisburseRunDate TO AprPostedDate
                 REWRITE ApprovalQueueRecord FROM ApprovalEntry
                    INVALID KEY
                       MOVE "APPRQ.DAT" TO ErrorFileName
                       MOVE ApprovalQueueStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-REWRITE
              END-IF
           END-IF.
       WriteRefundAddrNeeded.
           MOVE SPACES TO AddrNeedRecord
           MOVE IssuedStudentId   TO AnwStudentId
           MOVE "REFDISB"         TO AnwProgramName
           MOVE "REFUND CHEQUE"   TO AnwDocument
           MOVE DisburseRunDate   TO AnwListedDate
           MOVE AddrMailBadReason TO AnwReason
           WRITE AddrNeedRecord
           ADD 1 TO AddrNeededCount.
       RecordHeldRefund.
           MOVE SPACES TO RefundChequeRecord
           MOVE NextDisbNumber  TO ChkDisbNumber
           MOVE IssuedStudentId TO ChkStudentId
           MOVE IssuedAmount    TO ChkAmount
           MOVE DisburseRunDate TO ChkIssueDate
           MOVE ZERO TO ChkPaidDate
           MOVE ZERO TO ChkPaidAmount
           MOVE ZERO TO ChkVoidDate
           MOVE ZERO TO ChkReissueNumber
           MOVE "C" TO ChkPayMethod
           SET ChkHeldAddress TO TRUE
           WRITE RefundChequeRecord
              INVALID KEY
                 MOVE "REFCHK.DAT" TO ErrorFileName
                 MOVE RefundChequeStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-WRITE
           ADD 1 TO NextDisbNumber.
       ReadRefundStudent.
           MOVE "N" TO StudentFoundFlag
           MOVE IssuedStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO StudentFoundFlag
           END-READ.
       WriteDisbursement.
           PERFORM CheckRefundBankAccount
           IF PayByAch
              PERFORM WriteAchCredit
              MOVE "ACH" TO PrnRegMethod
              ADD 1 TO AchPaidCount
              ADD IssuedAmount TO AchPaidTotal
           ELSE
              PERFORM WriteChequeExtract
              MOVE "CHEQUE" TO PrnRegMethod
              ADD 1 TO ChequePaidCount
              ADD IssuedAmount TO ChequePaidTotal
           END-IF
           MOVE NextDisbNumber  TO PrnRegDisbNumber
           MOVE IssuedStudentId TO PrnRegStudentId
           MOVE IssuedAmount    TO PrnRegAmount
           WRITE RegisterReportLine FROM RegisterDetailLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO DisbursedCount
           ADD IssuedAmount TO DisbursedTotal
           PERFORM RecordRefundCheque
           PERFORM PostRefundIssued
           ADD 1 TO NextDisbNumber.
       WriteChequeExtract.
           MOVE SPACES TO DisburseExtractLine
           MOVE NextDisbNumber  TO DsbDisbNumber
           MOVE IssuedStudentId TO DsbStudentId
           MOVE Surname         TO DsbSurname
           MOVE GivenNames      TO DsbGivenNames
           PERFORM ReadRefundAddress
           IF AddressFound
              MOVE AddrLine1 TO DsbAddressLine1
              PERFORM BuildAddrCityLine
              MOVE AddrCityLine TO DsbAddressLine2
           END-IF
           MOVE IssuedAmount TO DsbAmount
           WRITE DisburseExtractLine.
       RecordRefundCheque.
           MOVE SPACES TO RefundChequeRecord
           MOVE NextDisbNumber  TO ChkDisbNumber
           MOVE IssuedStudentId TO ChkStudentId
           MOVE IssuedAmount    TO ChkAmount
           MOVE DisburseRunDate TO ChkIssueDate
           MOVE ZERO TO ChkPaidDate
           MOVE ZERO TO ChkPaidAmount
           MOVE ZERO TO ChkVoidDate
           MOVE ZERO TO ChkReissueNumber
           IF PayByAch
              SET ChkByAch TO TRUE
              SET ChkPaid TO TRUE
              MOVE AchEffectiveDate TO ChkPaidDate
              MOVE IssuedAmount TO ChkPaidAmount
           ELSE
              MOVE "C" TO ChkPayMethod
              SET ChkOutstanding TO TRUE
           END-IF
           WRITE RefundChequeRecord
              INVALID KEY
                 MOVE "REFCHK.DAT" TO ErrorFileName
                 MOVE RefundChequeStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-WRITE.
       PostRefundIssued.
           MOVE LedgerKey TO ScanResumeKey
           MOVE SPACES TO LedgerRecord
           MOVE IssuedStudentId TO LedgStudentId
           MOVE DisburseRunDate TO LedgEntryDate
           MOVE "RFD"           TO LedgEntryType
           MOVE IssuedAmount    TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           IF LedgerScanActive
              MOVE ScanResumeKey TO LedgerKey
              START LedgerFile KEY IS GREATER THAN LedgerKey
                 INVALID KEY SET EndOfLedgerFile TO TRUE
              END-START
           END-IF.
       WriteLedgerWithSeq.
           MOVE "N" TO LedgerWriteDoneFlag
           PERFORM UNTIL LedgerWriteDone
              WRITE LedgerRecord
                 INVALID KEY
                    IF LedgerFileStatus = "22"
                       AND LedgEntrySeq < 999
                       ADD 1 TO LedgEntrySeq
                    ELSE
                       MOVE "ARLEDGER.DAT" TO ErrorFileName
                       MOVE LedgerFileStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO LedgerWriteDoneFlag
              END-WRITE
           END-PERFORM.
       BuildAddrCityLine.
           MOVE SPACES TO AddrCityLine
           STRING AddrCity DELIMITED BY "  "
       ReadRefundAddress.
           MOVE "N" TO AddressFoundFlag
           IF AddressFileStatus = "00"
              MOVE IssuedStudentId TO AddrStudentId
              READ AddressFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO AddressFoundFlag
              END-READ
           END-IF.
       ReadAchControl.
           MOVE "N" TO AchEnabledFlag
           OPEN INPUT AchControlFile
           IF AchControlStatus = "00"
              READ AchControlFile INTO AchControlWork
                AT END CONTINUE
                NOT AT END
                   IF CtlAchOdfiRouting NUMERIC
                      AND CtlAchOdfiRouting > ZERO
                      MOVE "Y" TO AchEnabledFlag
                   END-IF
              END-READ
              CLOSE AchControlFile
           END-IF
           MOVE DisburseRunDate TO ParmReqAsOfDate
           MOVE "PRENOTE-WAIT-DAYS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO PrenoteWaitDays
           END-IF
           IF AchEnabled
              PERFORM SetAchFileIdModifier
              COMPUTE AchEffectiveDate = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(DisburseRunDate) + 1)
           END-IF.
       SetAchFileIdModifier.
           MOVE "A" TO AchFileIdModifier
           IF CtlAchLastFileDate = DisburseRunDate
              PERFORM VARYING AchModifierIdx FROM 1 BY 1
                      UNTIL AchModifierIdx > 35
                 IF AchModifierChar(AchModifierIdx)
                    = CtlAchFileIdModifier
                    MOVE AchModifierChar(AchModifierIdx + 1)
                                          TO AchFileIdModifier
                    MOVE 36 TO AchModifierIdx
                 END-IF
              END-PERFORM
           END-IF.
       RewriteAchControl.
           MOVE AchFileIdModifier TO CtlAchFileIdModifier
           MOVE DisburseRunDate   TO CtlAchLastFileDate
           MOVE PrenoteWaitDays   TO CtlPrenoteWaitDays
           OPEN OUTPUT AchControlFile
           IF AchControlStatus = "00"
              WRITE AchControlRecord FROM AchControlWork
              CLOSE AchControlFile
           END-IF.
       OpenBankMaster.
           MOVE "N" TO BankMasterOpenFlag
           OPEN I-O BankMasterFile
           IF BankMasterStatus = "00"
              MOVE "Y" TO BankMasterOpenFlag
           END-IF.
       SendPendingPrenotes.
           IF BankMasterOpen AND AchEnabled
              MOVE ZERO TO BnkStudentId
              START BankMasterFile KEY IS NOT LESS THAN BnkStudentId
                 INVALID KEY SET EndOfBankMaster TO TRUE
              END-START
              IF NOT EndOfBankMaster
                 READ BankMasterFile NEXT
                   AT END SET EndOfBankMaster TO TRUE
                 END-READ
              END-IF
              PERFORM UNTIL EndOfBankMaster
                 IF BnkPrenotePending
                    PERFORM CheckOnePrenote
                 END-IF
                 READ BankMasterFile NEXT
                   AT END SET EndOfBankMaster TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
       CheckOnePrenote.
           IF BnkPrenoteSentDate = ZERO
              MOVE BnkStudentId TO IssuedStudentId
              PERFORM ReadRefundStudent
              PERFORM WriteAchPrenote
              MOVE DisburseRunDate TO BnkPrenoteSentDate
              REWRITE BankMasterRecord
                 INVALID KEY
                    MOVE "BANKMST.DAT" TO ErrorFileName
                    MOVE BankMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
              ADD 1 TO PrenoteSentCount
              MOVE "prenote sent" TO PrnPreText
              PERFORM WritePrenoteLine
           ELSE
              COMPUTE PrenoteAgeDays =
                      FUNCTION INTEGER-OF-DATE(DisburseRunDate)
                    - FUNCTION INTEGER-OF-DATE(BnkPrenoteSentDate)
              IF PrenoteAgeDays >= PrenoteWaitDays
                 SET BnkVerified TO TRUE
                 REWRITE BankMasterRecord
                    INVALID KEY
                       MOVE "BANKMST.DAT" TO ErrorFileName
                       MOVE BankMasterStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-REWRITE
                 ADD 1 TO PrenoteVerifiedCount
                 MOVE "account verified" TO PrnPreText
                 PERFORM WritePrenoteLine
              END-IF
           END-IF.
       WritePrenoteLine.
           MOVE BnkStudentId     TO PrnPreStudentId
           MOVE BnkRoutingNumber TO PrnPreRouting
           WRITE RegisterReportLine FROM RegisterPrenoteLine
                  AFTER ADVANCING 1 LINES.
       CheckRefundBankAccount.
           MOVE "N" TO PayByAchFlag
           IF BankMasterOpen AND AchEnabled
              MOVE IssuedStudentId TO BnkStudentId
              READ BankMasterFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BnkVerified
                       MOVE "Y" TO PayByAchFlag
                    END-IF
              END-READ
           END-IF.
       WriteAchHeaders.
           IF NOT AchHeaderWritten
              ACCEPT AchRunTime FROM TIME
              MOVE CtlAchDestination     TO AfhDestination
              MOVE CtlAchOrigin          TO AfhOrigin
              MOVE DisburseRunDate(3:6)  TO AfhCreationDate
              MOVE AchRunTime(1:4)       TO AfhCreationTime
              MOVE AchFileIdModifier     TO AfhFileIdModifier
              MOVE CtlAchDestinationName TO AfhDestinationName
              MOVE CtlAchOriginName      TO AfhOriginName
              WRITE AchRecord FROM AchFileHeader
              MOVE CtlAchCompanyName     TO AbhCompanyName
              MOVE CtlAchCompanyId       TO AbhCompanyId
              MOVE DisburseRunDate(3:6)  TO AbhDescriptiveDate
              MOVE AchEffectiveDate(3:6) TO AbhEffectiveDate
              MOVE CtlAchOdfiRouting     TO AbhOdfiRouting
              WRITE AchRecord FROM AchBatchHeader
              MOVE 2 TO AchRecordCount
              MOVE "Y" TO AchHeaderWrittenFlag
           END-IF.
       BuildAchEntry.
           PERFORM WriteAchHeaders
           MOVE BnkRoutingNumber TO AchRoutingWhole
           MOVE AchRoutingEight  TO AedRdfiRouting
           MOVE AchRoutingCheck  TO AedCheckDigit
           MOVE BnkAccountNumber TO AedAccountNumber
           MOVE SPACES TO AedIndividualId
           MOVE BnkStudentId TO AedIndividualId(1:7)
           MOVE SPACES TO AchEntryName
           IF RefundStudentFound
              STRING Surname DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     GivenNames DELIMITED BY "  "
                INTO AchEntryName
              END-STRING
           END-IF
           MOVE AchEntryName TO AedIndividualName
           MOVE CtlAchOdfiRouting TO AedTraceOdfi
           ADD AchRoutingEight TO AchEntryHashWork
           ADD 1 TO AchEntryCount.
       WriteAchCredit.
           PERFORM BuildAchEntry
           IF BnkSavings
              MOVE 32 TO AedTransactionCode
           ELSE
              MOVE 22 TO AedTransactionCode
           END-IF
           MOVE IssuedAmount   TO AedAmount
           MOVE NextDisbNumber TO AedTraceSeq
           ADD IssuedAmount TO AchCreditTotal
           WRITE AchRecord FROM AchEntryDetail
           ADD 1 TO AchRecordCount.
       WriteAchPrenote.
           PERFORM BuildAchEntry
           IF BnkSavings
              MOVE 33 TO AedTransactionCode
           ELSE
              MOVE 23 TO AedTransactionCode
           END-IF
           MOVE ZERO TO AedAmount
           ADD 1 TO AchPrenoteSeq
           MOVE AchPrenoteSeq TO AedTraceSeq
           WRITE AchRecord FROM AchEntryDetail
           ADD 1 TO AchRecordCount.
       FinishAchFile.
           IF AchEnabled AND AchHeaderWritten
              MOVE AchEntryCount     TO AbcEntryCount
              MOVE AchEntryHashWork  TO AbcEntryHash
              MOVE AchCreditTotal    TO AbcCreditTotal
              MOVE CtlAchCompanyId   TO AbcCompanyId
              MOVE CtlAchOdfiRouting TO AbcOdfiRouting
              WRITE AchRecord FROM AchBatchControl
              ADD 2 TO AchRecordCount
              DIVIDE AchRecordCount BY 10 GIVING AchBlockCount
                     REMAINDER AchBlockRemainder
              MOVE ZERO TO AchFillerCount
              IF AchBlockRemainder > ZERO
                 ADD 1 TO AchBlockCount
                 COMPUTE AchFillerCount = 10 - AchBlockRemainder
              END-IF
              MOVE AchBlockCount     TO AfcBlockCount
              MOVE AchEntryCount     TO AfcEntryCount
              MOVE AchEntryHashWork  TO AfcEntryHash
              MOVE AchCreditTotal    TO AfcCreditTotal
              WRITE AchRecord FROM AchFileControl
              PERFORM AchFillerCount TIMES
                 WRITE AchRecord FROM AchFillerRecord
              END-PERFORM
           END-IF
           MOVE AchEntryHashWork TO AbcEntryHash.
       ReissueReturnedPayments.
           MOVE ZERO TO ChkDisbNumber
           START RefundChequeFile KEY IS NOT LESS THAN ChkDisbNumber
              INVALID KEY SET EndOfRefundCheques TO TRUE
           END-START
           IF NOT EndOfRefundCheques
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfRefundCheques
              EVALUATE TRUE
                 WHEN ChkReturned
                    PERFORM ReissueOnePayment
                 WHEN ChkHeldAddress
                    PERFORM ReleaseHeldRefund
                 WHEN OTHER
                    READ RefundChequeFile NEXT
                      AT END SET EndOfRefundCheques TO TRUE
                    END-READ
              END-EVALUATE
           END-PERFORM.
       ReissueOnePayment.
           MOVE ChkDisbNumber TO ChequeScanResumeKey
           MOVE ChkDisbNumber TO ReturnedDisbNumber
           MOVE ChkStudentId  TO IssuedStudentId
           MOVE ChkAmount     TO IssuedAmount
           PERFORM ReadRefundStudent
           IF NOT RefundStudentFound
              MOVE IssuedStudentId TO PrnRegErrorId
              MOVE "returned item, not on master"
                                       TO PrnRegErrorText
              WRITE RegisterReportLine FROM RegisterErrorLine
                     AFTER ADVANCING 1 LINES
           ELSE
              PERFORM ReadRefundAddress
              IF AddressFound AND AddrMailBad
                 MOVE IssuedStudentId TO PrnRegErrorId
                 MOVE "returned item, address needed"
                                          TO PrnRegErrorText
                 WRITE RegisterReportLine FROM RegisterErrorLine
                        AFTER ADVANCING 1 LINES
                 PERFORM WriteRefundAddrNeeded
              ELSE
                 MOVE "N" TO PayByAchFlag
                 PERFORM WriteChequeExtract
                 PERFORM RecordRefundCheque
                 PERFORM PostRefundIssued
                 MOVE NextDisbNumber     TO PrnReiDisbNumber
                 MOVE IssuedStudentId    TO PrnReiStudentId
                 MOVE IssuedAmount       TO PrnReiAmount
                 MOVE ReturnedDisbNumber TO PrnReiOldDisbNumber
                 WRITE RegisterReportLine FROM RegisterReissueLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO ReissuedCount
                 ADD IssuedAmount TO ReissuedTotal
                 MOVE ReturnedDisbNumber TO ChkDisbNumber
                 READ RefundChequeFile
                    INVALID KEY
                       MOVE "REFCHK.DAT" TO ErrorFileName
                       MOVE RefundChequeStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-READ
                 SET ChkReissued TO TRUE
                 MOVE NextDisbNumber TO ChkReissueNumber
                 REWRITE RefundChequeRecord
                    INVALID KEY
                       MOVE "REFCHK.DAT" TO ErrorFileName
                       MOVE RefundChequeStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-REWRITE
                 ADD 1 TO NextDisbNumber
              END-IF
           END-IF
           MOVE ChequeScanResumeKey TO ChkDisbNumber
           START RefundChequeFile KEY IS GREATER THAN ChkDisbNumber
              INVALID KEY SET EndOfRefundCheques TO TRUE
           END-START
           IF NOT EndOfRefundCheques
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-IF.
       ReleaseHeldRefund.
           MOVE ChkDisbNumber TO ChequeScanResumeKey
           MOVE ChkStudentId  TO IssuedStudentId
           MOVE ChkAmount     TO IssuedAmount
           PERFORM ReadRefundStudent
           IF NOT RefundStudentFound
              MOVE IssuedStudentId TO PrnRegErrorId
              MOVE "held refund, not on master" TO PrnRegErrorText
              WRITE RegisterReportLine FROM RegisterErrorLine
                     AFTER ADVANCING 1 LINES
           ELSE
              PERFORM CheckRefundBankAccount
              PERFORM ReadRefundAddress
              IF NOT PayByAch AND AddressFound AND AddrMailBad
                 MOVE IssuedStudentId TO PrnRegErrorId
                 MOVE "held refund, address needed"
                                          TO PrnRegErrorText
                 WRITE RegisterReportLine FROM RegisterErrorLine
                        AFTER ADVANCING 1 LINES
              ELSE
                 MOVE NextDisbNumber TO ReleasedDisbNumber
                 PERFORM WriteDisbursement
                 ADD 1 TO HeldPaidCount
                 ADD IssuedAmount TO HeldPaidTotal
                 MOVE ChequeScanResumeKey TO ChkDisbNumber
                 READ RefundChequeFile
                    INVALID KEY
                       MOVE "REFCHK.DAT" TO ErrorFileName
                       MOVE RefundChequeStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-READ
                 SET ChkReissued TO TRUE
                 MOVE ReleasedDisbNumber TO ChkReissueNumber
                 REWRITE RefundChequeRecord
                    INVALID KEY
                       MOVE "REFCHK.DAT" TO ErrorFileName
                       MOVE RefundChequeStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-REWRITE
              END-IF
           END-IF
           MOVE ChequeScanResumeKey TO ChkDisbNumber
           START RefundChequeFile KEY IS GREATER THAN ChkDisbNumber
              INVALID KEY SET EndOfRefundCheques TO TRUE
           END-START
           IF NOT EndOfRefundCheques
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-IF.
       END PROGRAM REFDISB.
