       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETITEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnedItemFile ASSIGN TO "RETITEM.TXN"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReturnedItemStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT PaymentXrefFile ASSIGN TO "PAYXREF.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS XrefLedgerKey
                      FILE STATUS IS PaymentXrefStatus.
           SELECT HoldFile ASSIGN TO "HOLD.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HoldKey
                      FILE STATUS IS HoldFileStatus.
           SELECT PeriodControlFile ASSIGN TO "ARPERIOD.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PeriodControlStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReturnedRegisterFile ASSIGN TO "RETITEM.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReturnedItemFile.
           01  ReturnedItemRecord.
               88  EndOfReturnedItems VALUE HIGH-VALUES.
               02  RitStudentId     PIC 9(7).
               02  RitPayDate       PIC 9(8).
               02  RitAmount        PIC 9(5)V99.
               02  RitBatchNumber   PIC 9(4).
               02  RitReturnDate    PIC 9(8).
               02  RitReasonCode    PIC X(2).
                   88  RitInsufficientFunds VALUE "NS".
                   88  RitChargeback        VALUE "CB".
                   88  RitStopPayment       VALUE "SP".
                   88  RitAccountClosed     VALUE "AC".
                   88  RitReasonValid VALUE "NS", "CB", "SP", "AC".
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  PaymentXrefFile.
           01  PaymentXrefRecord.
               COPY PAYXCPY.
       FD  HoldFile.
           01  HoldRecord.
               COPY HOLDCPY.
       FD  PeriodControlFile.
           01  PeriodControlRecord.
               02  CtlClosedThruDate PIC 9(8).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ReturnedRegisterFile.
           01  ReturnedRegisterLine PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "RETITEM".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ReturnedItemStatus   PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  PaymentXrefStatus    PIC XX.
       01  HoldFileStatus       PIC XX.
       01  PeriodControlStatus  PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  ClosedThruDate       PIC 9(8) VALUE ZERO.
       01  ReturnRunDate        PIC 9(8).
       01  ReturnedItemFee      PIC 9(3)V99 VALUE 25.00.
       01  CertifiedHoldOffice  PIC X(4) VALUE "BURS".
       01  ReturnPostDate       PIC 9(8).
       01  OriginalBatchNumber  PIC 9(4).
       01  OriginalEntryType    PIC X(3).
       01  OriginalFoundFlag    PIC X.
           88  OriginalFound    VALUE "Y".
       01  AlreadyReversedFlag  PIC X.
           88  AlreadyReversed  VALUE "Y".
       01  XrefFoundFlag        PIC X.
           88  XrefFound        VALUE "Y".
       01  EndOfLedgerScanFlag  PIC X.
           88  EndOfLedgerScan  VALUE "Y".
       01  ItemValidFlag        PIC X.
           88  ItemValid        VALUE "Y".
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  HoldCheckAction      PIC X VALUE "C".
       01  HoldCheckResult      PIC X.
           88  AlreadyCertifiedOnly VALUE "Y".
       01  HoldCheckType        PIC X(3).
       01  HoldCheckOffice      PIC X(4).
       01  HoldPlacedFlag       PIC X.
       01  AuditProgramNameLit  PIC X(10) VALUE "RETITEM".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "RETITEM".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  ReturnTotals.
           02  ItemsReadCount   PIC 9(6) VALUE ZERO.
           02  ReversedCount    PIC 9(6) VALUE ZERO.
           02  RejectedCount    PIC 9(6) VALUE ZERO.
           02  HoldsPlacedCount PIC 9(6) VALUE ZERO.
           02  ReversedTotal    PIC S9(8)V99 VALUE ZERO.
           02  FeeTotal         PIC S9(8)V99 VALUE ZERO.
       01  RegisterHeadingLine  PIC X(40)
           VALUE "  Returned Items Register".
       01  RegisterColumnLine   PIC X(66) VALUE
           "Student Paid on  Btch    Amount Rs  Returned    Fee  Hld".
       01  RegisterDetailLine.
           02  PrnRegStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegPayDate    PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegBatch      PIC 9(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegAmount     PIC ZZ,ZZ9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegReason     PIC X(2).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegReturnDate PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegFee        PIC ZZ9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegHold       PIC X(3).
       01  RegisterErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnErrStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnErrPayDate    PIC 9(8).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrText       PIC X(30).
       01  RegisterCountLine.
           02  PrnRegCountText  PIC X(20).
           02  PrnRegCount      PIC ZZZ,ZZ9.
       01  RegisterAmountLine.
           02  PrnRegAmountText PIC X(20).
           02  PrnRegAmountTotal PIC -(7)9.99.
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
           ACCEPT ReturnRunDate FROM DATE YYYYMMDD
           PERFORM ReadReturnControl
           PERFORM ReadPeriodControl
           OPEN INPUT ReturnedItemFile
           IF ReturnedItemStatus NOT = "00"
              MOVE "RETITEM.TXN" TO ErrorFileName
              MOVE ReturnedItemStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O LedgerFile
           IF LedgerFileStatus NOT = "00"
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE LedgerFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O PaymentXrefFile
           IF PaymentXrefStatus = "35"
              OPEN OUTPUT PaymentXrefFile
              CLOSE PaymentXrefFile
              OPEN I-O PaymentXrefFile
           END-IF
           IF PaymentXrefStatus NOT = "00"
              MOVE "PAYXREF.DAT" TO ErrorFileName
              MOVE PaymentXrefStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT ReturnedRegisterFile
           WRITE ReturnedRegisterLine FROM RegisterHeadingLine
                  AFTER ADVANCING PAGE
           WRITE ReturnedRegisterLine FROM RegisterColumnLine
                  AFTER ADVANCING 2 LINES
           READ ReturnedItemFile
             AT END SET EndOfReturnedItems TO TRUE
           END-READ
           PERFORM UNTIL EndOfReturnedItems
              ADD 1 TO ItemsReadCount
              PERFORM ReverseOneItem
              READ ReturnedItemFile
                AT END SET EndOfReturnedItems TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintRegisterTotals
           CLOSE ReturnedItemFile, LedgerFile, PaymentXrefFile,
                 ReturnedRegisterFile
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
           MOVE ReversedCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadReturnControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "RETURNED-ITEM-FEE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO ReturnedItemFee
           END-IF
           MOVE "CFO-HOLD-OFFICE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqValue NOT = SPACES
              MOVE ParmReqValue TO CertifiedHoldOffice
           END-IF.
       ReadPeriodControl.
           OPEN INPUT PeriodControlFile
           IF PeriodControlStatus = "00"
              READ PeriodControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlClosedThruDate TO ClosedThruDate
              END-READ
              CLOSE PeriodControlFile
           END-IF.
       ReverseOneItem.
           MOVE "Y" TO ItemValidFlag
           IF RitReturnDate NUMERIC AND RitReturnDate > ZERO
              MOVE RitReturnDate TO ReturnPostDate
           ELSE
              MOVE ReturnRunDate TO ReturnPostDate
           END-IF
           IF RitBatchNumber NOT NUMERIC
              MOVE ZERO TO RitBatchNumber
           END-IF
           EVALUATE TRUE
              WHEN NOT RitReasonValid
                 MOVE "unrecognized return reason" TO PrnErrText
                 PERFORM RejectReturnedItem
              WHEN ReturnPostDate <= ClosedThruDate
                 MOVE "return dated in closed period" TO PrnErrText
                 PERFORM RejectReturnedItem
           END-EVALUATE
           IF ItemValid
              PERFORM FindOriginalPayment
              EVALUATE TRUE
                 WHEN OriginalFound
                    PERFORM FindPaymentXref
                 WHEN AlreadyReversed
                    MOVE "payment already reversed" TO PrnErrText
                    PERFORM RejectReturnedItem
                 WHEN OTHER
                    MOVE "original payment not on ledger"
                                       TO PrnErrText
                    PERFORM RejectReturnedItem
              END-EVALUATE
           END-IF
           IF ItemValid
              IF RitBatchNumber NOT = ZERO
                 AND OriginalBatchNumber NOT = ZERO
                 AND RitBatchNumber NOT = OriginalBatchNumber
                 MOVE "batch number does not match" TO PrnErrText
                 PERFORM RejectReturnedItem
              END-IF
           END-IF
           IF ItemValid
              PERFORM PostReturnedItem
           END-IF.
       FindOriginalPayment.
           MOVE "N" TO OriginalFoundFlag
           MOVE "N" TO AlreadyReversedFlag
           MOVE "N" TO EndOfLedgerScanFlag
           MOVE RitStudentId TO LedgStudentId
           MOVE RitPayDate TO LedgEntryDate
           MOVE ZERO TO LedgEntrySeq
           START LedgerFile KEY IS NOT LESS THAN LedgerKey
              INVALID KEY MOVE "Y" TO EndOfLedgerScanFlag
           END-START
           PERFORM UNTIL EndOfLedgerScan OR OriginalFound
              READ LedgerFile NEXT
                 AT END MOVE "Y" TO EndOfLedgerScanFlag
                 NOT AT END
                    IF LedgStudentId NOT = RitStudentId
                       OR LedgEntryDate NOT = RitPayDate
                       MOVE "Y" TO EndOfLedgerScanFlag
                    ELSE
                       IF (LedgerPayment OR LedgerDeposit)
                          AND LedgAmount = RitAmount
                          PERFORM CheckPaymentNotReturned
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       CheckPaymentNotReturned.
           MOVE LedgerKey TO XrefLedgerKey
           READ PaymentXrefFile
              INVALID KEY
                 MOVE "Y" TO OriginalFoundFlag
              NOT INVALID KEY
                 IF XrefReturned
                    MOVE "Y" TO AlreadyReversedFlag
                 ELSE
                    MOVE "Y" TO OriginalFoundFlag
                 END-IF
           END-READ
           IF OriginalFound
              MOVE LedgEntryType TO OriginalEntryType
           END-IF.
       FindPaymentXref.
           MOVE "N" TO XrefFoundFlag
           MOVE ZERO TO OriginalBatchNumber
           MOVE LedgerKey TO XrefLedgerKey
           READ PaymentXrefFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO XrefFoundFlag
                 MOVE XrefBatchNumber TO OriginalBatchNumber
           END-READ.
       PostReturnedItem.
           IF XrefFound
              MOVE "Y" TO XrefReturnedFlag
              MOVE ReturnPostDate TO XrefReturnedDate
              REWRITE PaymentXrefRecord
                 INVALID KEY
                    MOVE "PAYXREF.DAT" TO ErrorFileName
                    MOVE PaymentXrefStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
           ELSE
              MOVE RitBatchNumber TO OriginalBatchNumber
              MOVE SPACES TO PaymentXrefRecord
              MOVE LedgerKey TO XrefLedgerKey
              MOVE RitBatchNumber TO XrefBatchNumber
              MOVE RitAmount TO XrefAmount
              MOVE "Y" TO XrefReturnedFlag
              MOVE ReturnPostDate TO XrefReturnedDate
              WRITE PaymentXrefRecord
                 INVALID KEY
                    MOVE "PAYXREF.DAT" TO ErrorFileName
                    MOVE PaymentXrefStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
           END-IF
           MOVE SPACES TO LedgerRecord
           MOVE RitStudentId TO LedgStudentId
           MOVE ReturnPostDate TO LedgEntryDate
           MOVE "RTN" TO LedgEntryType
           MOVE RitAmount TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           ADD 1 TO ReversedCount
           ADD RitAmount TO ReversedTotal
           IF ReturnedItemFee > ZERO
              MOVE SPACES TO LedgerRecord
              MOVE RitStudentId TO LedgStudentId
              MOVE ReturnPostDate TO LedgEntryDate
              MOVE "RIF" TO LedgEntryType
              MOVE ReturnedItemFee TO LedgAmount
              MOVE 1 TO LedgEntrySeq
              PERFORM WriteLedgerWithSeq
              ADD ReturnedItemFee TO FeeTotal
           END-IF
           PERFORM PlaceCertifiedFundsHold
           MOVE RitStudentId TO PrnRegStudentId
           MOVE RitPayDate TO PrnRegPayDate
           MOVE OriginalBatchNumber TO PrnRegBatch
           MOVE RitAmount TO PrnRegAmount
           MOVE RitReasonCode TO PrnRegReason
           MOVE ReturnPostDate TO PrnRegReturnDate
           MOVE ReturnedItemFee TO PrnRegFee
           IF HoldPlacedFlag = "Y"
              MOVE "CFO" TO PrnRegHold
           ELSE
              MOVE SPACES TO PrnRegHold
           END-IF
           WRITE ReturnedRegisterLine FROM RegisterDetailLine
                  AFTER ADVANCING 1 LINES.
       PlaceCertifiedFundsHold.
           MOVE "N" TO HoldPlacedFlag
           CALL "HOLDCHK" USING RitStudentId, HoldCheckAction,
                                HoldCheckResult, HoldCheckType,
                                HoldCheckOffice
           IF NOT AlreadyCertifiedOnly OR HoldCheckType = "ERR"
              OPEN I-O HoldFile
              IF HoldFileStatus = "35"
                 OPEN OUTPUT HoldFile
                 CLOSE HoldFile
                 OPEN I-O HoldFile
              END-IF
              IF HoldFileStatus NOT = "00"
                 MOVE "HOLD.DAT" TO ErrorFileName
                 MOVE HoldFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              MOVE SPACES TO HoldRecord
              MOVE RitStudentId TO HoldStudentId
              MOVE "CFO" TO HoldType
              MOVE CertifiedHoldOffice TO HoldOffice
              MOVE ReturnRunDate TO HoldPlacedDate
              MOVE ZERO TO HoldReleasedDate
              MOVE "N" TO HoldBlockRegistration, HoldBlockTranscript,
                          HoldBlockDiploma
              MOVE "returned payment - certified funds"
                                       TO HoldReason
              MOVE AuditProgramNameLit TO HoldPlacedBy
              WRITE HoldRecord
                 INVALID KEY
                    IF HoldFileStatus = "22"
                       PERFORM RewriteCertifiedHold
                    ELSE
                       MOVE "HOLD.DAT" TO ErrorFileName
                       MOVE HoldFileStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO HoldPlacedFlag
                    ADD 1 TO HoldsPlacedCount
              END-WRITE
              CLOSE HoldFile
           END-IF.
       RewriteCertifiedHold.
           READ HoldFile
              INVALID KEY
                 MOVE "HOLD.DAT" TO ErrorFileName
                 MOVE HoldFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-READ
           MOVE ZERO TO HoldReleasedDate
           MOVE SPACES TO HoldReleasedBy
           MOVE "returned payment - certified funds"
                                    TO HoldReason
           MOVE AuditProgramNameLit TO HoldPlacedBy
           REWRITE HoldRecord
              INVALID KEY
                 MOVE "HOLD.DAT" TO ErrorFileName
                 MOVE HoldFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE
           MOVE "Y" TO HoldPlacedFlag
           ADD 1 TO HoldsPlacedCount.
       RejectReturnedItem.
           MOVE "N" TO ItemValidFlag
           ADD 1 TO RejectedCount
           MOVE RitStudentId TO PrnErrStudentId
           MOVE RitPayDate TO PrnErrPayDate
           WRITE ReturnedRegisterLine FROM RegisterErrorLine
                  AFTER ADVANCING 1 LINES.
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
       PrintRegisterTotals.
           MOVE "Items received    = " TO PrnRegCountText
           MOVE ItemsReadCount TO PrnRegCount
           WRITE ReturnedRegisterLine FROM RegisterCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Items reversed    = " TO PrnRegCountText
           MOVE ReversedCount TO PrnRegCount
           WRITE ReturnedRegisterLine FROM RegisterCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Items rejected    = " TO PrnRegCountText
           MOVE RejectedCount TO PrnRegCount
           WRITE ReturnedRegisterLine FROM RegisterCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Holds placed      = " TO PrnRegCountText
           MOVE HoldsPlacedCount TO PrnRegCount
           WRITE ReturnedRegisterLine FROM RegisterCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Amount reversed   = " TO PrnRegAmountText
           MOVE ReversedTotal TO PrnRegAmountTotal
           WRITE ReturnedRegisterLine FROM RegisterAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Fees assessed     = " TO PrnRegAmountText
           MOVE FeeTotal TO PrnRegAmountTotal
           WRITE ReturnedRegisterLine FROM RegisterAmountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM RETITEM.
