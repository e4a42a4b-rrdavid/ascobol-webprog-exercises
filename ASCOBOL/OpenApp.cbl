       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENAPP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT ApplyHistoryFile ASSIGN TO "APPLHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ApplyHistoryStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApplyReportFile ASSIGN TO "OPENAPP.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  ApplyHistoryFile.
           01  ApplyHistoryRecord.
               COPY APPLCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ApplyReportFile.
           01  ApplyReportLine      PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "OPENAPP".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermControlStatus    PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  OpenItemStatus       PIC XX.
       01  ApplyHistoryStatus   PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  ApplyRunDate         PIC 9(8).
       01  CurrentTermStart     PIC 9(8) VALUE ZERO.
       01  PriorityRule         PIC X(3) VALUE "O".
       01  PriorityRuleTable REDEFINES PriorityRule.
           02  PriorityRuleCode PIC X OCCURS 3 TIMES.
       01  CandidateRule        PIC X(3).
       01  CandidateRuleTable REDEFINES CandidateRule.
           02  CandidateRuleCode PIC X OCCURS 3 TIMES.
       01  RuleIdx              PIC 9.
       01  OtherRuleIdx         PIC 9.
       01  RuleValidFlag        PIC X.
           88  RuleValid        VALUE "Y".
       01  RuleRejectedFlag     PIC X VALUE "N".
           88  RuleRejected     VALUE "Y".
       01  KeyPointer           PIC 99.
       01  CurrentStudentId     PIC 9(7).
       01  StudentItemTable.
           02  StudentItemEntry OCCURS 300 TIMES
                                 INDEXED BY ItemIdx, CreditIdx,
                                            ChargeIdx.
               03  ItemEntryDate    PIC 9(8).
               03  ItemEntrySeq     PIC 9(3).
               03  ItemEntryType    PIC X(3).
               03  ItemSide         PIC X.
                   88  ItemIsDebit  VALUE "D".
                   88  ItemIsCredit VALUE "C".
               03  ItemOriginal     PIC 9(7)V99.
               03  ItemApplied      PIC 9(7)V99.
               03  ItemRemaining    PIC 9(7)V99.
               03  ItemLastApplied  PIC 9(8).
               03  ItemPriorityKey  PIC X(26).
               03  ItemOnFileFlag   PIC X.
                   88  ItemOnFile   VALUE "Y".
               03  ItemChangedFlag  PIC X.
                   88  ItemChanged  VALUE "Y".
       01  ItemTableCount       PIC 9(4) VALUE ZERO.
       01  BestPriorityKey      PIC X(26).
       01  ChargeFoundFlag      PIC X.
           88  ChargeFound      VALUE "Y".
       01  ApplyAmount          PIC 9(7)V99.
       01  ItemAmountWork       PIC 9(7)V99.
       01  AuditProgramNameLit  PIC X(10) VALUE "OPENAPP".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "OPENAPP".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  ApplyTotals.
           02  StudentsCount    PIC 9(6) VALUE ZERO.
           02  NewItemsCount    PIC 9(6) VALUE ZERO.
           02  ApplicationCount PIC 9(6) VALUE ZERO.
           02  AppliedTotal     PIC S9(9)V99 VALUE ZERO.
           02  OpenChargeTotal  PIC S9(9)V99 VALUE ZERO.
           02  UnappliedTotal   PIC S9(9)V99 VALUE ZERO.
       01  ApplyHeadingLine     PIC X(40)
           VALUE "  Open Item Payment Application".
       01  ApplyRuleLine.
           02  FILLER           PIC X(20) VALUE "Priority rule    = ".
           02  PrnPriorityRule  PIC X(3).
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnRuleWarning   PIC X(30).
       01  ApplyColumnLine      PIC X(60) VALUE
           "Student Credit   Typ  Charge   Typ    Applied".
       01  ApplyDetailLine.
           02  PrnAplStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAplCreditDate PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAplCreditType PIC X(3).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnAplChargeDate PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAplChargeType PIC X(3).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAplAmount     PIC ZZZ,ZZ9.99.
       01  ApplyCountLine.
           02  PrnApplyCountText PIC X(20).
           02  PrnApplyCount    PIC ZZZ,ZZ9.
       01  ApplyAmountLine.
           02  PrnApplyAmountText PIC X(20).
           02  PrnApplyAmountTotal PIC -(8)9.99.
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
           ACCEPT ApplyRunDate FROM DATE YYYYMMDD
           PERFORM ReadApplyControl
           PERFORM ReadTermControl
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE LedgerFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O OpenItemFile
           IF OpenItemStatus = "35"
              OPEN OUTPUT OpenItemFile
              CLOSE OpenItemFile
              OPEN I-O OpenItemFile
           END-IF
           IF OpenItemStatus NOT = "00"
              MOVE "OPENITEM.DAT" TO ErrorFileName
              MOVE OpenItemStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND ApplyHistoryFile
           IF ApplyHistoryStatus = "35"
              OPEN OUTPUT ApplyHistoryFile
           END-IF
           OPEN OUTPUT ApplyReportFile
           WRITE ApplyReportLine FROM ApplyHeadingLine
                  AFTER ADVANCING PAGE
           MOVE PriorityRule TO PrnPriorityRule
           MOVE SPACES TO PrnRuleWarning
           IF RuleRejected
              MOVE "control rule invalid - ignored"
                                       TO PrnRuleWarning
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE ApplyReportLine FROM ApplyRuleLine
                  AFTER ADVANCING 1 LINES
           WRITE ApplyReportLine FROM ApplyColumnLine
                  AFTER ADVANCING 2 LINES
           READ LedgerFile
             AT END SET EndOfLedgerFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLedgerFile
              PERFORM ApplyOneStudent
           END-PERFORM
           PERFORM PrintApplyTotals
           CLOSE LedgerFile, OpenItemFile, ApplyHistoryFile,
                 ApplyReportFile
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
           MOVE ApplicationCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadApplyControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "PAYMENT-PRIORITY" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqValue NOT = SPACES
              MOVE ParmReqValue TO CandidateRule
              PERFORM ValidatePriorityRule
           END-IF.
       ValidatePriorityRule.
           MOVE "Y" TO RuleValidFlag
           PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > 3
              IF CandidateRuleCode(RuleIdx) NOT = "O"
                 AND CandidateRuleCode(RuleIdx) NOT = "F"
                 AND CandidateRuleCode(RuleIdx) NOT = "T"
                 AND CandidateRuleCode(RuleIdx) NOT = SPACE
                 MOVE "N" TO RuleValidFlag
              END-IF
              IF CandidateRuleCode(RuleIdx) NOT = SPACE
                 PERFORM VARYING OtherRuleIdx FROM 1 BY 1
                         UNTIL OtherRuleIdx >= RuleIdx
                    IF CandidateRuleCode(OtherRuleIdx)
                       = CandidateRuleCode(RuleIdx)
                       MOVE "N" TO RuleValidFlag
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF RuleValid
              MOVE CandidateRule TO PriorityRule
           ELSE
              MOVE "Y" TO RuleRejectedFlag
           END-IF.
       ReadTermControl.
           OPEN INPUT TermControlFile
           IF TermControlStatus = "00"
              READ TermControlFile
                AT END MOVE ZERO TO CtlTermStartDate
              END-READ
              IF CtlTermStartDate NUMERIC
                 MOVE CtlTermStartDate TO CurrentTermStart
              END-IF
              CLOSE TermControlFile
           END-IF.
       ApplyOneStudent.
           MOVE LedgStudentId TO CurrentStudentId
           MOVE ZERO TO ItemTableCount
           PERFORM UNTIL EndOfLedgerFile
              OR LedgStudentId NOT = CurrentStudentId
              PERFORM LoadOneItem
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           PERFORM VARYING CreditIdx FROM 1 BY 1
                   UNTIL CreditIdx > ItemTableCount
              IF ItemIsCredit(CreditIdx)
                 PERFORM ApplyOneCredit
              END-IF
           END-PERFORM
           PERFORM SaveStudentItems
           ADD 1 TO StudentsCount.
       LoadOneItem.
           IF LedgerPayment OR LedgerRefund
              OR LedgerWriteOff OR LedgerDeposit
              OR LedgerRefundVoided
              OR LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
              OR LedgerTranFee OR LedgerReturnedPay
              OR LedgerReturnedFee
              OR LedgerRefundIssued
              OR LedgerAidReturned
              OR LedgerAssessedFee
              PERFORM AddItemToTable
           END-IF.
       AddItemToTable.
           IF ItemTableCount >= 300
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           ADD 1 TO ItemTableCount
           SET ItemIdx TO ItemTableCount
           MOVE LedgEntryDate TO ItemEntryDate(ItemIdx)
           MOVE LedgEntrySeq  TO ItemEntrySeq(ItemIdx)
           MOVE LedgEntryType TO ItemEntryType(ItemIdx)
           IF LedgerPayment OR LedgerRefund
              OR LedgerWriteOff OR LedgerDeposit
              OR LedgerRefundVoided
              OR LedgAmount < ZERO
              MOVE "C" TO ItemSide(ItemIdx)
           ELSE
              MOVE "D" TO ItemSide(ItemIdx)
           END-IF
           IF LedgAmount < ZERO
              COMPUTE ItemAmountWork = ZERO - LedgAmount
           ELSE
              MOVE LedgAmount TO ItemAmountWork
           END-IF
           MOVE "N" TO ItemChangedFlag(ItemIdx)
           MOVE LedgerKey TO OpenItemKey
           READ OpenItemFile
              INVALID KEY
                 MOVE "N" TO ItemOnFileFlag(ItemIdx)
                 MOVE ItemAmountWork TO ItemOriginal(ItemIdx)
                 MOVE ZERO TO ItemApplied(ItemIdx)
                 MOVE ItemAmountWork TO ItemRemaining(ItemIdx)
                 MOVE ZERO TO ItemLastApplied(ItemIdx)
                 ADD 1 TO NewItemsCount
              NOT INVALID KEY
                 MOVE "Y" TO ItemOnFileFlag(ItemIdx)
                 MOVE OpenOriginalAmount TO ItemOriginal(ItemIdx)
                 MOVE OpenAppliedAmount TO ItemApplied(ItemIdx)
                 MOVE OpenRemainingAmount TO ItemRemaining(ItemIdx)
                 MOVE OpenLastApplyDate TO ItemLastApplied(ItemIdx)
           END-READ
           MOVE SPACES TO ItemPriorityKey(ItemIdx)
           IF ItemIsDebit(ItemIdx)
              PERFORM BuildPriorityKey
           END-IF.
       BuildPriorityKey.
           MOVE 1 TO KeyPointer
           PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > 3
              EVALUATE PriorityRuleCode(RuleIdx)
                 WHEN "O"
                    STRING LedgEntryDate LedgEntrySeq
                           DELIMITED BY SIZE
                           INTO ItemPriorityKey(ItemIdx)
                           WITH POINTER KeyPointer
                    END-STRING
                 WHEN "F"
                    IF LedgerLateFee OR LedgerTranFee
                       OR LedgerReturnedFee OR LedgerAssessedFee
                       STRING "0" DELIMITED BY SIZE
                              INTO ItemPriorityKey(ItemIdx)
                              WITH POINTER KeyPointer
                       END-STRING
                    ELSE
                       STRING "1" DELIMITED BY SIZE
                              INTO ItemPriorityKey(ItemIdx)
                              WITH POINTER KeyPointer
                       END-STRING
                    END-IF
                 WHEN "T"
                    IF CurrentTermStart > ZERO
                       AND LedgEntryDate >= CurrentTermStart
                       STRING "0" DELIMITED BY SIZE
                              INTO ItemPriorityKey(ItemIdx)
                              WITH POINTER KeyPointer
                       END-STRING
                    ELSE
                       STRING "1" DELIMITED BY SIZE
                              INTO ItemPriorityKey(ItemIdx)
                              WITH POINTER KeyPointer
                       END-STRING
                    END-IF
              END-EVALUATE
           END-PERFORM
           STRING LedgEntryDate LedgEntrySeq
                  DELIMITED BY SIZE
                  INTO ItemPriorityKey(ItemIdx)
                  WITH POINTER KeyPointer
           END-STRING.
       ApplyOneCredit.
           MOVE "Y" TO ChargeFoundFlag
           PERFORM UNTIL ItemRemaining(CreditIdx) = ZERO
              OR NOT ChargeFound
              PERFORM FindPriorityCharge
              IF ChargeFound
                 PERFORM ApplyCreditToCharge
              END-IF
           END-PERFORM.
       FindPriorityCharge.
           MOVE "N" TO ChargeFoundFlag
           MOVE HIGH-VALUES TO BestPriorityKey
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemTableCount
              IF ItemIsDebit(ItemIdx)
                 AND ItemRemaining(ItemIdx) > ZERO
                 AND ItemPriorityKey(ItemIdx) < BestPriorityKey
                 MOVE ItemPriorityKey(ItemIdx) TO BestPriorityKey
                 SET ChargeIdx TO ItemIdx
                 MOVE "Y" TO ChargeFoundFlag
              END-IF
           END-PERFORM.
       ApplyCreditToCharge.
           IF ItemRemaining(CreditIdx) < ItemRemaining(ChargeIdx)
              MOVE ItemRemaining(CreditIdx) TO ApplyAmount
           ELSE
              MOVE ItemRemaining(ChargeIdx) TO ApplyAmount
           END-IF
           SUBTRACT ApplyAmount FROM ItemRemaining(CreditIdx)
           SUBTRACT ApplyAmount FROM ItemRemaining(ChargeIdx)
           ADD ApplyAmount TO ItemApplied(CreditIdx)
           ADD ApplyAmount TO ItemApplied(ChargeIdx)
           MOVE ApplyRunDate TO ItemLastApplied(CreditIdx)
           MOVE ApplyRunDate TO ItemLastApplied(ChargeIdx)
           MOVE "Y" TO ItemChangedFlag(CreditIdx)
           MOVE "Y" TO ItemChangedFlag(ChargeIdx)
           MOVE SPACES TO ApplyHistoryRecord
           MOVE CurrentStudentId TO AplStudentId
           MOVE ItemEntryDate(CreditIdx) TO AplCreditDate
           MOVE ItemEntrySeq(CreditIdx)  TO AplCreditSeq
           MOVE ItemEntryType(CreditIdx) TO AplCreditType
           MOVE ItemEntryDate(ChargeIdx) TO AplChargeDate
           MOVE ItemEntrySeq(ChargeIdx)  TO AplChargeSeq
           MOVE ItemEntryType(ChargeIdx) TO AplChargeType
           MOVE ApplyAmount TO AplAmount
           MOVE ApplyRunDate TO AplAppliedDate
           MOVE PriorityRule TO AplPriorityRule
           WRITE ApplyHistoryRecord
           MOVE CurrentStudentId TO PrnAplStudentId
           MOVE ItemEntryDate(CreditIdx) TO PrnAplCreditDate
           MOVE ItemEntryType(CreditIdx) TO PrnAplCreditType
           MOVE ItemEntryDate(ChargeIdx) TO PrnAplChargeDate
           MOVE ItemEntryType(ChargeIdx) TO PrnAplChargeType
           MOVE ApplyAmount TO PrnAplAmount
           WRITE ApplyReportLine FROM ApplyDetailLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO ApplicationCount
           ADD ApplyAmount TO AppliedTotal.
       SaveStudentItems.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemTableCount
              IF ItemIsDebit(ItemIdx)
                 ADD ItemRemaining(ItemIdx) TO OpenChargeTotal
              ELSE
                 ADD ItemRemaining(ItemIdx) TO UnappliedTotal
              END-IF
              IF NOT ItemOnFile(ItemIdx) OR ItemChanged(ItemIdx)
                 PERFORM SaveOneItem
              END-IF
           END-PERFORM.
       SaveOneItem.
           MOVE SPACES TO OpenItemRecord
           MOVE CurrentStudentId TO OpenStudentId
           MOVE ItemEntryDate(ItemIdx) TO OpenEntryDate
           MOVE ItemEntrySeq(ItemIdx)  TO OpenEntrySeq
           MOVE ItemEntryType(ItemIdx) TO OpenEntryType
           MOVE ItemSide(ItemIdx)      TO OpenItemSide
           MOVE ItemOriginal(ItemIdx)  TO OpenOriginalAmount
           MOVE ItemApplied(ItemIdx)   TO OpenAppliedAmount
           MOVE ItemRemaining(ItemIdx) TO OpenRemainingAmount
           MOVE ItemLastApplied(ItemIdx) TO OpenLastApplyDate
           IF ItemOnFile(ItemIdx)
              REWRITE OpenItemRecord
                 INVALID KEY
                    MOVE "OPENITEM.DAT" TO ErrorFileName
                    MOVE OpenItemStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
           ELSE
              WRITE OpenItemRecord
                 INVALID KEY
                    MOVE "OPENITEM.DAT" TO ErrorFileName
                    MOVE OpenItemStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
           END-IF.
       PrintApplyTotals.
           MOVE "Students processed= " TO PrnApplyCountText
           MOVE StudentsCount TO PrnApplyCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "New ledger items  = " TO PrnApplyCountText
           MOVE NewItemsCount TO PrnApplyCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Applications      = " TO PrnApplyCountText
           MOVE ApplicationCount TO PrnApplyCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Amount applied    = " TO PrnApplyAmountText
           MOVE AppliedTotal TO PrnApplyAmountTotal
           WRITE ApplyReportLine FROM ApplyAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Open charges      = " TO PrnApplyAmountText
           MOVE OpenChargeTotal TO PrnApplyAmountTotal
           WRITE ApplyReportLine FROM ApplyAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Unapplied credits = " TO PrnApplyAmountText
           MOVE UnappliedTotal TO PrnApplyAmountTotal
           WRITE ApplyReportLine FROM ApplyAmountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM OPENAPP.
