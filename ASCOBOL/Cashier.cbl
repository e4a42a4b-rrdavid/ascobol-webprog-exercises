       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ViolationFile ASSIGN TO "VIOLATE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ViolationFileStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OperatorFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT ReceiptFile ASSIGN TO "RECEIPT.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RcpNumber
                      FILE STATUS IS ReceiptFileStatus.
           SELECT CashierControlFile ASSIGN TO "CASHIER.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CashierControlStatus.
           SELECT NextBatchFile ASSIGN TO "LBXBATCH.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS NextBatchFileStatus.
           SELECT PaymentTxnFile ASSIGN TO "PAYMENT.TXN"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PaymentTxnStatus.
           SELECT ReceiptPrintFile ASSIGN TO "RECEIPT.PRT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReceiptPrintStatus.
           SELECT DrawerLogFile ASSIGN TO "DRAWER.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DrawerLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       FD  ViolationFile.
           01  ViolationLine.
               02  VioDate          PIC 9(8).
               02  FILLER           PIC X.
               02  VioTime          PIC 9(8).
               02  FILLER           PIC X.
               02  VioUserId        PIC X(8).
               02  FILLER           PIC X.
               02  VioProgramName   PIC X(10).
               02  FILLER           PIC X.
               02  VioText          PIC X(16).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  ReceiptFile.
           01  ReceiptRecord.
               COPY RCPTCPY.
       FD  CashierControlFile.
           01  CashierControlRecord.
               02  CtlNextReceiptNumber PIC 9(7).
       FD  NextBatchFile.
           01  NextBatchRecord.
               02  NextBatchBase    PIC 9(4).
       FD  PaymentTxnFile.
           01  PaymentTxnRecord.
               02  PayRecordType    PIC X.
               02  PayStudentId     PIC 9(7).
               02  PayDate          PIC 9(8).
               02  PayAmount        PIC 9(5)V99.
               02  PayTenderType    PIC X.
           01  PaymentBatchRecord.
               02  FILLER           PIC X.
               02  PayBatchNumber   PIC 9(4).
               02  PayExpectedCount PIC 9(4).
               02  PayExpectedAmount PIC 9(7)V99.
       FD  ReceiptPrintFile.
           01  ReceiptPrintLine     PIC X(40).
       FD  DrawerLogFile.
           01  DrawerLogRecord.
               02  DrwDate          PIC 9(8).
               02  FILLER           PIC X.
               02  DrwTime          PIC 9(8).
               02  FILLER           PIC X.
               02  DrwCashierId     PIC X(8).
               02  FILLER           PIC X.
               02  DrwTender        PIC X(6).
               02  FILLER           PIC X.
               02  DrwExpected      PIC 9(7)V99.
               02  FILLER           PIC X.
               02  DrwCounted       PIC 9(7)V99.
               02  FILLER           PIC X.
               02  DrwDifference    PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
               02  FILLER           PIC X.
               02  DrwResult        PIC X(5).
               02  FILLER           PIC X.
               02  DrwBatchNumber   PIC 9(4).
       WORKING-STORAGE SECTION.
       01  AuditProgramNameLit  PIC X(10) VALUE "CASHIER".
       01  ErrorProgramName     PIC X(10) VALUE "CASHIER".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ViolationFileStatus  PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  StudentFileStatus    PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  ReceiptFileStatus    PIC XX.
       01  CashierControlStatus PIC XX.
       01  NextBatchFileStatus  PIC XX.
       01  PaymentTxnStatus     PIC XX.
       01  ReceiptPrintStatus   PIC XX.
       01  DrawerLogStatus      PIC XX.
       01  SignonUserId         PIC X(8).
       01  SignonAllowedList.
           02  SignonAllowedProgram PIC X(10) OCCURS 10 TIMES
                                    INDEXED BY AllowedIdx.
       01  SignonResultFlag     PIC X.
       01  ProgramAllowedFlag   PIC X.
           88  ProgramAllowed   VALUE "Y".
       01  SupervisorUserId     PIC X(8).
       01  SupervisorAllowedList.
           02  SupervisorAllowedProgram PIC X(10) OCCURS 10 TIMES
                                    INDEXED BY SupvIdx.
       01  SupervisorResultFlag PIC X.
       01  SupervisorAllowedFlag PIC X.
           88  SupervisorAllowed VALUE "Y".
       01  ViolationUserId      PIC X(8).
       01  ViolationText        PIC X(16).
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "CASHIER".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  CashierRunDate       PIC 9(8).
       01  CashierChoice        PIC 9 VALUE 9.
           88  EndOfCashierSession VALUE 0.
       01  EnteredStudentId     PIC 9(7).
       01  EnteredReceiptNumber PIC 9(7).
       01  ChkCheckDigit        PIC 9.
       01  ChkValidFlag         PIC X.
       01  StudentFoundFlag     PIC X.
           88  CashierStudentFound VALUE "Y".
       01  LedgerAvailableFlag  PIC X VALUE "N".
           88  LedgerAvailable  VALUE "Y".
       01  EndOfStudentLedgerFlag PIC X.
           88  EndOfStudentLedger VALUE "Y".
       01  StudentLedgerBalance PIC S9(8)V99.
       01  BalanceAfterPayment  PIC S9(8)V99.
       01  TenderCashEntry      PIC 9(5)V99.
       01  TenderChequeEntry    PIC 9(5)V99.
       01  TenderCardEntry      PIC 9(5)V99.
       01  TenderTotalEntry     PIC 9(6)V99.
       01  ConfirmReply         PIC X.
           88  ReplyYes         VALUE "Y", "y".
       01  AllocatedReceiptNumber PIC 9(7).
       01  AllocatedBatchNumber PIC 9(4).
       01  ReceiptTime          PIC 9(8).
       01  DrawerTime           PIC 9(8).
       01  SessionTotals.
           02  SessionReceiptCount PIC 9(5) VALUE ZERO.
           02  SessionVoidCount    PIC 9(5) VALUE ZERO.
           02  SessionCashTotal    PIC 9(7)V99 VALUE ZERO.
           02  SessionChequeTotal  PIC 9(7)V99 VALUE ZERO.
           02  SessionCardTotal    PIC 9(7)V99 VALUE ZERO.
       01  DrawerTotals.
           02  DrawerReceiptCount  PIC 9(5).
           02  DrawerDetailCount   PIC 9(4).
           02  DrawerCashTotal     PIC 9(7)V99.
           02  DrawerChequeTotal   PIC 9(7)V99.
           02  DrawerCardTotal     PIC 9(7)V99.
           02  DrawerGrandTotal    PIC 9(7)V99.
       01  CountedCash          PIC 9(7)V99.
       01  CountedCheque        PIC 9(7)V99.
       01  CountedCard          PIC 9(7)V99.
       01  DrawerOutOfBalanceCount PIC 9.
       01  DrawerTenderName     PIC X(6).
       01  DrawerExpectedWork   PIC 9(7)V99.
       01  DrawerCountedWork    PIC 9(7)V99.
       01  EndOfDrawerScanFlag  PIC X.
           88  EndOfDrawerScan  VALUE "Y".
       01  PrnDisplayAmount     PIC -(7)9.99.
       01  ReceiptTitleLine     PIC X(40)
           VALUE "  STUDENT ACCOUNTS - OFFICIAL RECEIPT".
       01  ReceiptVoidTitleLine PIC X(40)
           VALUE "  ** RECEIPT VOIDED **".
       01  ReceiptNumberLine.
           02  FILLER           PIC X(12) VALUE "Receipt no. ".
           02  PrnRcpNumber     PIC 9(7).
           02  FILLER           PIC X(8)  VALUE "   Date ".
           02  PrnRcpDate       PIC 9(8).
       01  ReceiptStudentLine.
           02  FILLER           PIC X(8)  VALUE "Student ".
           02  PrnRcpStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRcpSurname    PIC X(24).
       01  ReceiptAmountLine.
           02  PrnRcpAmountText PIC X(20).
           02  PrnRcpAmount     PIC -(7)9.99.
       01  ReceiptUserLine.
           02  PrnRcpUserText   PIC X(12).
           02  PrnRcpUserId     PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       Begin.
           ACCEPT CashierRunDate FROM DATE YYYYMMDD
           CALL "SIGNON" USING SignonUserId, SignonAllowedList,
                               SignonResultFlag
           IF SignonResultFlag NOT = "Y"
              DISPLAY "Sign-on failed."
              GOBACK
           END-IF
           PERFORM CheckCashierAllowed
           IF NOT ProgramAllowed
              DISPLAY "Not authorized for CASHIER."
              MOVE SignonUserId TO ViolationUserId
              MOVE "not authorized" TO ViolationText
              PERFORM WriteViolation
              GOBACK
           END-IF
           PERFORM WriteAuditStart
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = "00"
              MOVE "Y" TO LedgerAvailableFlag
           END-IF
           OPEN I-O ReceiptFile
           IF ReceiptFileStatus = "35"
              OPEN OUTPUT ReceiptFile
              CLOSE ReceiptFile
              OPEN I-O ReceiptFile
           END-IF
           IF ReceiptFileStatus NOT = "00"
              MOVE "RECEIPT.DAT" TO ErrorFileName
              MOVE ReceiptFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND ReceiptPrintFile
           IF ReceiptPrintStatus = "35"
              OPEN OUTPUT ReceiptPrintFile
           END-IF
           PERFORM UNTIL EndOfCashierSession
              PERFORM DisplayCashierMenu
              ACCEPT CashierChoice
              EVALUATE CashierChoice
                 WHEN 1 PERFORM TakePayment
                 WHEN 2 PERFORM VoidReceipt
                 WHEN 3 PERFORM DisplaySessionTotals
                 WHEN 4 PERFORM CloseDrawer
                 WHEN 0 CONTINUE
                 WHEN OTHER DISPLAY "Invalid selection."
              END-EVALUATE
           END-PERFORM
           CLOSE StudentFile, ReceiptFile, ReceiptPrintFile
           IF LedgerAvailable
              CLOSE LedgerFile
           END-IF
           PERFORM WriteAuditEnd
           PERFORM ClearOperatorFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ClearOperatorFile.
           OPEN OUTPUT OperatorFile
           IF OperatorFileStatus = "00"
              CLOSE OperatorFile
           END-IF.
       RestoreOperatorFile.
           OPEN OUTPUT OperatorFile
           IF OperatorFileStatus = "00"
              MOVE SignonUserId TO OprUserId
              WRITE OperatorRecord
              CLOSE OperatorFile
           END-IF.
       CheckCashierAllowed.
           MOVE "N" TO ProgramAllowedFlag
           PERFORM VARYING AllowedIdx FROM 1 BY 1
                   UNTIL AllowedIdx > 10
              IF SignonAllowedProgram(AllowedIdx) = "CASHIER"
                 MOVE "Y" TO ProgramAllowedFlag
              END-IF
           END-PERFORM.
       WriteViolation.
           OPEN EXTEND ViolationFile
           IF ViolationFileStatus = "35"
              OPEN OUTPUT ViolationFile
           END-IF
           MOVE SPACES TO ViolationLine
           ACCEPT VioDate FROM DATE YYYYMMDD
           ACCEPT VioTime FROM TIME
           MOVE ViolationUserId TO VioUserId
           MOVE "CASHIER" TO VioProgramName
           MOVE ViolationText TO VioText
           WRITE ViolationLine
           CLOSE ViolationFile.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE SignonUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditVoid.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "VOID"  TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE 1 TO AuditRecordCount
           MOVE SupervisorUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE SessionReceiptCount TO AuditRecordCount
           MOVE SignonUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       DisplayCashierMenu.
           DISPLAY "-----------------------------------------"
           DISPLAY "1. Take a payment"
           DISPLAY "2. Void a receipt (supervisor)"
           DISPLAY "3. Session totals"
           DISPLAY "4. Close and balance drawer"
           DISPLAY "0. Exit"
           DISPLAY "Enter selection - ".
       LookUpPayingStudent.
           MOVE "N" TO StudentFoundFlag
           DISPLAY "Enter StudentId - "
           ACCEPT EnteredStudentId
           CALL "CHKDGT" USING EnteredStudentId, ChkCheckDigit,
                               ChkValidFlag
           IF ChkValidFlag NOT = "Y"
              DISPLAY "StudentId " EnteredStudentId
                      " fails the check digit."
           ELSE
              MOVE EnteredStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY
                    DISPLAY "StudentId " EnteredStudentId
                            " not found."
                 NOT INVALID KEY
                    MOVE "Y" TO StudentFoundFlag
              END-READ
           END-IF.
       ComputeLedgerBalance.
           MOVE ZERO TO StudentLedgerBalance
           IF LedgerAvailable
              MOVE "N" TO EndOfStudentLedgerFlag
              MOVE EnteredStudentId TO LedgStudentId
              MOVE ZERO TO LedgEntryDate
              MOVE ZERO TO LedgEntrySeq
              START LedgerFile KEY IS NOT LESS THAN LedgerKey
                 INVALID KEY MOVE "Y" TO EndOfStudentLedgerFlag
              END-START
              PERFORM UNTIL EndOfStudentLedger
                 READ LedgerFile NEXT
                    AT END MOVE "Y" TO EndOfStudentLedgerFlag
                    NOT AT END
                       IF LedgStudentId NOT = EnteredStudentId
                          MOVE "Y" TO EndOfStudentLedgerFlag
                       ELSE
                          PERFORM AddLedgerToBalance
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       AddLedgerToBalance.
           IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
              OR LedgerTranFee OR LedgerReturnedPay
              OR LedgerReturnedFee
              OR LedgerRefundIssued
              OR LedgerAidReturned
              OR LedgerAssessedFee
              ADD LedgAmount TO StudentLedgerBalance
           END-IF
           IF LedgerPayment OR LedgerRefund
              OR LedgerWriteOff OR LedgerDeposit
              OR LedgerRefundVoided
              SUBTRACT LedgAmount FROM StudentLedgerBalance
           END-IF.
       TakePayment.
           PERFORM LookUpPayingStudent
           IF CashierStudentFound
              DISPLAY "Student    - " Surname OF StudentDetails
                      " " GivenNames OF StudentDetails
              PERFORM ComputeLedgerBalance
              MOVE StudentLedgerBalance TO PrnDisplayAmount
              IF LedgerAvailable
                 DISPLAY "Balance    - " PrnDisplayAmount
              ELSE
                 DISPLAY "Balance    - ledger not available"
              END-IF
              PERFORM AcceptTenders
              IF TenderTotalEntry = ZERO
                 DISPLAY "No amount tendered - payment cancelled."
              ELSE
                 MOVE TenderTotalEntry TO PrnDisplayAmount
                 DISPLAY "Total tendered - " PrnDisplayAmount
                 DISPLAY "Issue receipt (Y/N) - "
                 ACCEPT ConfirmReply
                 IF ReplyYes
                    PERFORM IssueReceipt
                 ELSE
                    DISPLAY "Payment cancelled."
                 END-IF
              END-IF
           END-IF.
       AcceptTenders.
           MOVE ZERO TO TenderCashEntry, TenderChequeEntry,
                        TenderCardEntry
           DISPLAY "Cash amount   - "
           ACCEPT TenderCashEntry
           DISPLAY "Cheque amount - "
           ACCEPT TenderChequeEntry
           DISPLAY "Card amount   - "
           ACCEPT TenderCardEntry
           COMPUTE TenderTotalEntry = TenderCashEntry
                                    + TenderChequeEntry
                                    + TenderCardEntry.
       AllocateReceiptNumber.
           MOVE "L" TO LockAction
           MOVE "CASHIER.CTL" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF NOT LockGranted
              MOVE ZERO TO AllocatedReceiptNumber
           ELSE
              MOVE 1 TO AllocatedReceiptNumber
              OPEN INPUT CashierControlFile
              IF CashierControlStatus = "00"
                 READ CashierControlFile
                   AT END CONTINUE
                   NOT AT END
                      IF CtlNextReceiptNumber > ZERO
                         MOVE CtlNextReceiptNumber
                                          TO AllocatedReceiptNumber
                      END-IF
                 END-READ
                 CLOSE CashierControlFile
              END-IF
              OPEN OUTPUT CashierControlFile
              IF CashierControlStatus = "00"
                 COMPUTE CtlNextReceiptNumber =
                         AllocatedReceiptNumber + 1
                 WRITE CashierControlRecord
                 CLOSE CashierControlFile
              END-IF
              MOVE "U" TO LockAction
              CALL "FLOCK" USING LockAction, LockResourceName,
                                 LockProgramName, LockResultFlag
           END-IF.
       IssueReceipt.
           PERFORM AllocateReceiptNumber
           IF AllocatedReceiptNumber = ZERO
              DISPLAY "Receipt numbering is locked - try again."
           ELSE
              ACCEPT ReceiptTime FROM TIME
              MOVE SPACES TO ReceiptRecord
              MOVE AllocatedReceiptNumber TO RcpNumber
              MOVE CashierRunDate    TO RcpDate
              MOVE ReceiptTime       TO RcpTime
              MOVE SignonUserId      TO RcpCashierId
              MOVE EnteredStudentId  TO RcpStudentId
              MOVE TenderCashEntry   TO RcpCashAmount
              MOVE TenderChequeEntry TO RcpChequeAmount
              MOVE TenderCardEntry   TO RcpCardAmount
              MOVE TenderTotalEntry  TO RcpTotalAmount
              SET RcpActive TO TRUE
              MOVE SPACES TO RcpVoidSupervisor
              MOVE ZERO TO RcpVoidTime
              MOVE ZERO TO RcpBatchNumber
              WRITE ReceiptRecord
                 INVALID KEY
                    MOVE "RECEIPT.DAT" TO ErrorFileName
                    MOVE ReceiptFileStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
              ADD 1 TO SessionReceiptCount
              ADD TenderCashEntry   TO SessionCashTotal
              ADD TenderChequeEntry TO SessionChequeTotal
              ADD TenderCardEntry   TO SessionCardTotal
              COMPUTE BalanceAfterPayment =
                      StudentLedgerBalance - TenderTotalEntry
              PERFORM PrintReceipt
              DISPLAY "Receipt " AllocatedReceiptNumber " issued."
           END-IF.
       PrintReceipt.
           WRITE ReceiptPrintLine FROM ReceiptTitleLine
                  AFTER ADVANCING PAGE
           PERFORM PrintReceiptBody
           MOVE "Balance after    = " TO PrnRcpAmountText
           MOVE BalanceAfterPayment TO PrnRcpAmount
           WRITE ReceiptPrintLine FROM ReceiptAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Cashier     " TO PrnRcpUserText
           MOVE RcpCashierId TO PrnRcpUserId
           WRITE ReceiptPrintLine FROM ReceiptUserLine
                  AFTER ADVANCING 2 LINES.
       PrintReceiptBody.
           MOVE RcpNumber TO PrnRcpNumber
           MOVE RcpDate   TO PrnRcpDate
           WRITE ReceiptPrintLine FROM ReceiptNumberLine
                  AFTER ADVANCING 2 LINES
           MOVE RcpStudentId TO PrnRcpStudentId
           MOVE Surname OF StudentDetails TO PrnRcpSurname
           WRITE ReceiptPrintLine FROM ReceiptStudentLine
                  AFTER ADVANCING 1 LINES
           MOVE "Cash             = " TO PrnRcpAmountText
           MOVE RcpCashAmount TO PrnRcpAmount
           WRITE ReceiptPrintLine FROM ReceiptAmountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Cheque           = " TO PrnRcpAmountText
           MOVE RcpChequeAmount TO PrnRcpAmount
           WRITE ReceiptPrintLine FROM ReceiptAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Card             = " TO PrnRcpAmountText
           MOVE RcpCardAmount TO PrnRcpAmount
           WRITE ReceiptPrintLine FROM ReceiptAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Total paid       = " TO PrnRcpAmountText
           MOVE RcpTotalAmount TO PrnRcpAmount
           WRITE ReceiptPrintLine FROM ReceiptAmountLine
                  AFTER ADVANCING 1 LINES.
       VoidReceipt.
           DISPLAY "Enter receipt number to void - "
           ACCEPT EnteredReceiptNumber
           MOVE EnteredReceiptNumber TO RcpNumber
           READ ReceiptFile
              INVALID KEY
                 DISPLAY "Receipt " EnteredReceiptNumber
                         " not found."
              NOT INVALID KEY
                 PERFORM CheckReceiptVoidable
           END-READ.
       CheckReceiptVoidable.
           EVALUATE TRUE
              WHEN RcpVoided
                 DISPLAY "Receipt is already void."
              WHEN RcpDate NOT = CashierRunDate
                 DISPLAY "Only today's receipts may be voided."
              WHEN RcpBatchNumber NOT = ZERO
                 DISPLAY "Drawer already closed for this receipt."
              WHEN RcpCashierId NOT = SignonUserId
                 DISPLAY "Receipt belongs to another cashier."
              WHEN OTHER
                 MOVE RcpTotalAmount TO PrnDisplayAmount
                 DISPLAY "Receipt " RcpNumber " student "
                         RcpStudentId " amount " PrnDisplayAmount
                 PERFORM ObtainSupervisorSignoff
                 IF SupervisorAllowed
                    PERFORM ApplyReceiptVoid
                 END-IF
           END-EVALUATE.
       ObtainSupervisorSignoff.
           MOVE "N" TO SupervisorAllowedFlag
           DISPLAY "Supervisor sign-off required."
           CANCEL "SIGNON"
           CALL "SIGNON" USING SupervisorUserId,
                               SupervisorAllowedList,
                               SupervisorResultFlag
           PERFORM RestoreOperatorFile
           IF SupervisorResultFlag NOT = "Y"
              DISPLAY "Supervisor sign-on failed - void cancelled."
           ELSE
              IF SupervisorUserId = SignonUserId
                 DISPLAY "Supervisor must not be the cashier."
              ELSE
                 PERFORM VARYING SupvIdx FROM 1 BY 1
                         UNTIL SupvIdx > 10
                    IF SupervisorAllowedProgram(SupvIdx) = "CASHSUPV"
                       MOVE "Y" TO SupervisorAllowedFlag
                    END-IF
                 END-PERFORM
                 IF NOT SupervisorAllowed
                    DISPLAY "Not authorized to void receipts."
                    MOVE SupervisorUserId TO ViolationUserId
                    MOVE "void not allowed" TO ViolationText
                    PERFORM WriteViolation
                 END-IF
              END-IF
           END-IF.
       ApplyReceiptVoid.
           MOVE EnteredReceiptNumber TO RcpNumber
           READ ReceiptFile
              INVALID KEY
                 MOVE "RECEIPT.DAT" TO ErrorFileName
                 MOVE ReceiptFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-READ
           ACCEPT RcpVoidTime FROM TIME
           SET RcpVoided TO TRUE
           MOVE SupervisorUserId TO RcpVoidSupervisor
           REWRITE ReceiptRecord
              INVALID KEY
                 MOVE "RECEIPT.DAT" TO ErrorFileName
                 MOVE ReceiptFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE
           ADD 1 TO SessionVoidCount
           IF SessionCashTotal >= RcpCashAmount
              SUBTRACT RcpCashAmount FROM SessionCashTotal
           END-IF
           IF SessionChequeTotal >= RcpChequeAmount
              SUBTRACT RcpChequeAmount FROM SessionChequeTotal
           END-IF
           IF SessionCardTotal >= RcpCardAmount
              SUBTRACT RcpCardAmount FROM SessionCardTotal
           END-IF
           MOVE RcpStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY MOVE SPACES TO Surname OF StudentDetails
           END-READ
           WRITE ReceiptPrintLine FROM ReceiptVoidTitleLine
                  AFTER ADVANCING PAGE
           PERFORM PrintReceiptBody
           MOVE "Voided by   " TO PrnRcpUserText
           MOVE RcpVoidSupervisor TO PrnRcpUserId
           WRITE ReceiptPrintLine FROM ReceiptUserLine
                  AFTER ADVANCING 2 LINES
           PERFORM WriteAuditVoid
           DISPLAY "Receipt " RcpNumber " voided.".
       DisplaySessionTotals.
           DISPLAY "Receipts issued - " SessionReceiptCount
           DISPLAY "Receipts voided - " SessionVoidCount
           MOVE SessionCashTotal TO PrnDisplayAmount
           DISPLAY "Cash            - " PrnDisplayAmount
           MOVE SessionChequeTotal TO PrnDisplayAmount
           DISPLAY "Cheque          - " PrnDisplayAmount
           MOVE SessionCardTotal TO PrnDisplayAmount
           DISPLAY "Card            - " PrnDisplayAmount.
       StartDrawerScan.
           MOVE "N" TO EndOfDrawerScanFlag
           MOVE ZERO TO RcpNumber
           START ReceiptFile KEY IS NOT LESS THAN RcpNumber
              INVALID KEY MOVE "Y" TO EndOfDrawerScanFlag
           END-START.
       ReadNextDrawerReceipt.
           READ ReceiptFile NEXT
              AT END MOVE "Y" TO EndOfDrawerScanFlag
           END-READ.
       CloseDrawer.
           MOVE ZERO TO DrawerReceiptCount, DrawerDetailCount,
                        DrawerCashTotal, DrawerChequeTotal,
                        DrawerCardTotal, DrawerGrandTotal
           PERFORM StartDrawerScan
           PERFORM UNTIL EndOfDrawerScan
              PERFORM ReadNextDrawerReceipt
              IF NOT EndOfDrawerScan
                 IF RcpCashierId = SignonUserId
                    AND RcpActive AND RcpBatchNumber = ZERO
                    PERFORM AccumulateDrawerReceipt
                 END-IF
              END-IF
           END-PERFORM
           IF DrawerReceiptCount = ZERO
              DISPLAY "No open receipts in this drawer."
           ELSE
              PERFORM BalanceDrawer
           END-IF.
       AccumulateDrawerReceipt.
           ADD 1 TO DrawerReceiptCount
           ADD RcpCashAmount   TO DrawerCashTotal
           ADD RcpChequeAmount TO DrawerChequeTotal
           ADD RcpCardAmount   TO DrawerCardTotal
           ADD RcpTotalAmount  TO DrawerGrandTotal
           IF RcpCashAmount > ZERO
              ADD 1 TO DrawerDetailCount
           END-IF
           IF RcpChequeAmount > ZERO
              ADD 1 TO DrawerDetailCount
           END-IF
           IF RcpCardAmount > ZERO
              ADD 1 TO DrawerDetailCount
           END-IF.
       BalanceDrawer.
           MOVE ZERO TO CountedCash, CountedCheque, CountedCard
           DISPLAY "Receipts in drawer - " DrawerReceiptCount
           DISPLAY "Counted cash   - "
           ACCEPT CountedCash
           DISPLAY "Counted cheques - "
           ACCEPT CountedCheque
           DISPLAY "Card slips total - "
           ACCEPT CountedCard
           MOVE "L" TO LockAction
           MOVE "LBXBATCH.CTL" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF NOT LockGranted
              MOVE "LBXBATCH.CTL" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                                  ErrorFileStatus
              DISPLAY "Batch numbering is locked - try again."
           ELSE
              PERFORM AllocateBatchNumber
              PERFORM WriteDrawerBatch
              MOVE "U" TO LockAction
              CALL "FLOCK" USING LockAction, LockResourceName,
                                 LockProgramName, LockResultFlag
              PERFORM LogDrawerBalance
           END-IF.
       AllocateBatchNumber.
           MOVE 1 TO AllocatedBatchNumber
           OPEN INPUT NextBatchFile
           IF NextBatchFileStatus = "00"
              READ NextBatchFile
                AT END CONTINUE
                NOT AT END MOVE NextBatchBase TO AllocatedBatchNumber
              END-READ
              CLOSE NextBatchFile
           END-IF
           OPEN OUTPUT NextBatchFile
           IF NextBatchFileStatus = "00"
              COMPUTE NextBatchBase = AllocatedBatchNumber + 1
              IF NextBatchBase > 9998
                 MOVE 1 TO NextBatchBase
              END-IF
              WRITE NextBatchRecord
              CLOSE NextBatchFile
           END-IF.
       WriteDrawerBatch.
           OPEN EXTEND PaymentTxnFile
           IF PaymentTxnStatus = "35"
              OPEN OUTPUT PaymentTxnFile
           END-IF
           IF PaymentTxnStatus NOT = "00"
              MOVE "PAYMENT.TXN" TO ErrorFileName
              MOVE PaymentTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE SPACES TO PaymentBatchRecord
           MOVE "H" TO PayRecordType
           MOVE AllocatedBatchNumber TO PayBatchNumber
           MOVE DrawerDetailCount    TO PayExpectedCount
           MOVE DrawerGrandTotal     TO PayExpectedAmount
           WRITE PaymentBatchRecord
           PERFORM StartDrawerScan
           PERFORM UNTIL EndOfDrawerScan
              PERFORM ReadNextDrawerReceipt
              IF NOT EndOfDrawerScan
                 IF RcpCashierId = SignonUserId
                    AND RcpActive AND RcpBatchNumber = ZERO
                    PERFORM WriteReceiptDetails
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO PaymentBatchRecord
           MOVE "T" TO PayRecordType
           MOVE AllocatedBatchNumber TO PayBatchNumber
           MOVE DrawerDetailCount    TO PayExpectedCount
           MOVE DrawerGrandTotal     TO PayExpectedAmount
           WRITE PaymentBatchRecord
           CLOSE PaymentTxnFile
           DISPLAY "Payment batch " AllocatedBatchNumber
                   " written for posting.".
       WriteReceiptDetails.
           IF RcpCashAmount > ZERO
              MOVE RcpCashAmount TO PayAmount
              MOVE "C" TO PayTenderType
              PERFORM WriteOneReceiptDetail
           END-IF
           IF RcpChequeAmount > ZERO
              MOVE RcpChequeAmount TO PayAmount
              MOVE "K" TO PayTenderType
              PERFORM WriteOneReceiptDetail
           END-IF
           IF RcpCardAmount > ZERO
              MOVE RcpCardAmount TO PayAmount
              MOVE "B" TO PayTenderType
              PERFORM WriteOneReceiptDetail
           END-IF
           MOVE AllocatedBatchNumber TO RcpBatchNumber
           REWRITE ReceiptRecord
              INVALID KEY
                 MOVE "RECEIPT.DAT" TO ErrorFileName
                 MOVE ReceiptFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE.
       WriteOneReceiptDetail.
           MOVE "P" TO PayRecordType
           MOVE RcpStudentId TO PayStudentId
           MOVE RcpDate      TO PayDate
           WRITE PaymentTxnRecord.
       LogDrawerBalance.
           MOVE ZERO TO DrawerOutOfBalanceCount
           ACCEPT DrawerTime FROM TIME
           OPEN EXTEND DrawerLogFile
           IF DrawerLogStatus = "35"
              OPEN OUTPUT DrawerLogFile
           END-IF
           MOVE "CASH" TO DrawerTenderName
           MOVE DrawerCashTotal TO DrawerExpectedWork
           MOVE CountedCash TO DrawerCountedWork
           PERFORM WriteDrawerLogLine
           MOVE "CHEQUE" TO DrawerTenderName
           MOVE DrawerChequeTotal TO DrawerExpectedWork
           MOVE CountedCheque TO DrawerCountedWork
           PERFORM WriteDrawerLogLine
           MOVE "CARD" TO DrawerTenderName
           MOVE DrawerCardTotal TO DrawerExpectedWork
           MOVE CountedCard TO DrawerCountedWork
           PERFORM WriteDrawerLogLine
           CLOSE DrawerLogFile
           IF DrawerOutOfBalanceCount = ZERO
              DISPLAY "Drawer balances."
           ELSE
              DISPLAY "Drawer OUT OF BALANCE - see DRAWER.LOG."
           END-IF.
       WriteDrawerLogLine.
           MOVE SPACES TO DrawerLogRecord
           MOVE DrawerTenderName   TO DrwTender
           MOVE DrawerExpectedWork TO DrwExpected
           MOVE DrawerCountedWork  TO DrwCounted
           MOVE CashierRunDate TO DrwDate
           MOVE DrawerTime     TO DrwTime
           MOVE SignonUserId   TO DrwCashierId
           MOVE AllocatedBatchNumber TO DrwBatchNumber
           COMPUTE DrwDifference = DrwCounted - DrwExpected
           EVALUATE TRUE
              WHEN DrwDifference > ZERO
                 MOVE "OVER" TO DrwResult
                 ADD 1 TO DrawerOutOfBalanceCount
              WHEN DrwDifference < ZERO
                 MOVE "SHORT" TO DrwResult
                 ADD 1 TO DrawerOutOfBalanceCount
              WHEN OTHER
                 MOVE "OK" TO DrwResult
           END-EVALUATE
           WRITE DrawerLogRecord
           MOVE DrwDifference TO PrnDisplayAmount
           DISPLAY DrwTender " expected " DrwExpected
                   " counted " DrwCounted " diff " PrnDisplayAmount.
       END PROGRAM CASHIER.
