       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AchReturnFile ASSIGN TO "ACHRET.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AchReturnStatus.
           SELECT RefundChequeFile ASSIGN TO "REFCHK.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS ChkDisbNumber
                      FILE STATUS IS RefundChequeStatus.
           SELECT BankMasterFile ASSIGN TO "BANKMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS BnkStudentId
                      FILE STATUS IS BankMasterStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AchReturnReportFile ASSIGN TO "ACHRET.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AchReturnFile.
           01  AchReturnRecord.
               88  EndOfAchReturns  VALUE HIGH-VALUES.
               02  RetTraceNumber.
                   03  RetTraceOdfi PIC 9(8).
                   03  RetTraceSeq  PIC 9(7).
               02  RetReturnCode    PIC X(3).
               02  RetStudentId     PIC 9(7).
               02  RetAmount        PIC 9(7)V99.
               02  RetReturnDate    PIC 9(8).
       FD  RefundChequeFile.
           01  RefundChequeRecord.
               COPY RCHKCPY.
       FD  BankMasterFile.
           01  BankMasterRecord.
               COPY BANKCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  AchReturnReportFile.
           01  AchReturnReportLine  PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ACHRET".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  AchReturnStatus      PIC XX.
       01  RefundChequeStatus   PIC XX.
       01  BankMasterStatus     PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  ReturnRunDate        PIC 9(8).
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  ChequeFoundFlag      PIC X.
           88  ChequeFound      VALUE "Y".
       01  BankFoundFlag        PIC X.
           88  BankAccountFound VALUE "Y".
       01  AuditProgramNameLit  PIC X(10) VALUE "ACHRET".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "ACHRET".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  AchReturnTotals.
           02  ReturnReadCount  PIC 9(6) VALUE ZERO.
           02  CreditReturnCount PIC 9(6) VALUE ZERO.
           02  CreditReturnTotal PIC S9(9)V99 VALUE ZERO.
           02  PrenoteFailCount PIC 9(6) VALUE ZERO.
           02  ReturnExceptCount PIC 9(6) VALUE ZERO.
       01  AchReturnHeadingLine PIC X(40)
           VALUE "  ACH Refund Returns".
       01  AchReturnColumnLine  PIC X(60)
           VALUE "               Disb # Student    Amount   Code".
       01  AchCreditReturnLine.
           02  FILLER           PIC X(10) VALUE "Returned -".
           02  FILLER           PIC X(5)  VALUE SPACES.
           02  PrnRetDisbNumber PIC 9(6).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRetStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRetAmount     PIC ZZZ,ZZ9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRetCode       PIC X(3).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  FILLER           PIC X(20) VALUE "reissue by cheque".
       01  AchPrenoteReturnLine.
           02  FILLER           PIC X(10) VALUE "Prenote  -".
           02  FILLER           PIC X(12) VALUE SPACES.
           02  PrnPreStudentId  PIC 9(7).
           02  FILLER           PIC X(12) VALUE SPACES.
           02  PrnPreCode       PIC X(3).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  FILLER           PIC X(20) VALUE "account not verified".
       01  AchReturnErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  FILLER           PIC X(5)  VALUE SPACES.
           02  PrnErrTraceSeq   PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnErrStudentId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrText       PIC X(30).
       01  AchReturnCountLine.
           02  PrnRetCountText  PIC X(20).
           02  PrnRetCount      PIC ZZZ,ZZ9.
       01  AchReturnAmountLine.
           02  PrnRetAmountText PIC X(20).
           02  PrnRetAmountTotal PIC -(8)9.99.
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
           OPEN INPUT AchReturnFile
           IF AchReturnStatus NOT = "00"
              MOVE "ACHRET.DAT" TO ErrorFileName
              MOVE AchReturnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O RefundChequeFile
           IF RefundChequeStatus NOT = "00"
              MOVE "REFCHK.DAT" TO ErrorFileName
              MOVE RefundChequeStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O BankMasterFile
           IF BankMasterStatus NOT = "00"
              MOVE "BANKMST.DAT" TO ErrorFileName
              MOVE BankMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O LedgerFile
           IF LedgerFileStatus NOT = "00"
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE LedgerFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT AchReturnReportFile
           WRITE AchReturnReportLine FROM AchReturnHeadingLine
                  AFTER ADVANCING PAGE
           WRITE AchReturnReportLine FROM AchReturnColumnLine
                  AFTER ADVANCING 2 LINES
           READ AchReturnFile
             AT END SET EndOfAchReturns TO TRUE
           END-READ
           PERFORM UNTIL EndOfAchReturns
              ADD 1 TO ReturnReadCount
              IF RetTraceSeq >= 9000000 OR RetAmount = ZERO
                 PERFORM ApplyPrenoteReturn
              ELSE
                 PERFORM ApplyCreditReturn
              END-IF
              READ AchReturnFile
                AT END SET EndOfAchReturns TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintReturnTotals
           CLOSE AchReturnFile, RefundChequeFile, BankMasterFile,
                 LedgerFile, AchReturnReportFile
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
           COMPUTE AuditRecordCount = CreditReturnCount
                                    + PrenoteFailCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadReturnBankAccount.
           MOVE "N" TO BankFoundFlag
           MOVE RetStudentId TO BnkStudentId
           READ BankMasterFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO BankFoundFlag
           END-READ.
       ApplyPrenoteReturn.
           PERFORM ReadReturnBankAccount
           IF NOT BankAccountFound
              MOVE "prenote, no banking record" TO PrnErrText
              PERFORM WriteReturnException
           ELSE
              SET BnkPrenoteFailed TO TRUE
              MOVE RetReturnCode TO BnkLastReturnCode
              REWRITE BankMasterRecord
                 INVALID KEY
                    MOVE "BANKMST.DAT" TO ErrorFileName
                    MOVE BankMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
              MOVE RetStudentId  TO PrnPreStudentId
              MOVE RetReturnCode TO PrnPreCode
              WRITE AchReturnReportLine FROM AchPrenoteReturnLine
                     AFTER ADVANCING 1 LINES
              ADD 1 TO PrenoteFailCount
           END-IF.
       ApplyCreditReturn.
           MOVE "N" TO ChequeFoundFlag
           MOVE RetTraceSeq TO ChkDisbNumber
           READ RefundChequeFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO ChequeFoundFlag
           END-READ
           EVALUATE TRUE
              WHEN NOT ChequeFound
                 MOVE "not on disbursement register"
                                       TO PrnErrText
                 PERFORM WriteReturnException
              WHEN NOT ChkByAch
                 MOVE "disbursement was a cheque" TO PrnErrText
                 PERFORM WriteReturnException
              WHEN ChkReturned OR ChkReissued
                 MOVE "already returned" TO PrnErrText
                 PERFORM WriteReturnException
              WHEN ChkStudentId NOT = RetStudentId
                 MOVE "student differs from register"
                                       TO PrnErrText
                 PERFORM WriteReturnException
              WHEN RetAmount NOT = ChkAmount
                 MOVE "amount differs from register"
                                       TO PrnErrText
                 PERFORM WriteReturnException
              WHEN OTHER
                 PERFORM ReverseAchCredit
           END-EVALUATE.
       ReverseAchCredit.
           SET ChkReturned TO TRUE
           MOVE RetReturnDate TO ChkVoidDate
           REWRITE RefundChequeRecord
              INVALID KEY
                 MOVE "REFCHK.DAT" TO ErrorFileName
                 MOVE RefundChequeStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE
           MOVE SPACES TO LedgerRecord
           MOVE ChkStudentId  TO LedgStudentId
           MOVE ReturnRunDate TO LedgEntryDate
           MOVE "RVD"         TO LedgEntryType
           MOVE ChkAmount     TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           PERFORM ReadReturnBankAccount
           IF BankAccountFound
              SET BnkReturned TO TRUE
              MOVE RetReturnCode TO BnkLastReturnCode
              REWRITE BankMasterRecord
                 INVALID KEY
                    MOVE "BANKMST.DAT" TO ErrorFileName
                    MOVE BankMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
           END-IF
           MOVE ChkDisbNumber TO PrnRetDisbNumber
           MOVE ChkStudentId  TO PrnRetStudentId
           MOVE ChkAmount     TO PrnRetAmount
           MOVE RetReturnCode TO PrnRetCode
           WRITE AchReturnReportLine FROM AchCreditReturnLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO CreditReturnCount
           ADD ChkAmount TO CreditReturnTotal.
       WriteReturnException.
           MOVE RetTraceSeq  TO PrnErrTraceSeq
           MOVE RetStudentId TO PrnErrStudentId
           WRITE AchReturnReportLine FROM AchReturnErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO ReturnExceptCount
           MOVE 4 TO RETURN-CODE.
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
       PrintReturnTotals.
           MOVE "Returns read     = " TO PrnRetCountText
           MOVE ReturnReadCount TO PrnRetCount
           WRITE AchReturnReportLine FROM AchReturnCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Credits returned = " TO PrnRetCountText
           MOVE CreditReturnCount TO PrnRetCount
           WRITE AchReturnReportLine FROM AchReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Reinstated amt   = " TO PrnRetAmountText
           MOVE CreditReturnTotal TO PrnRetAmountTotal
           WRITE AchReturnReportLine FROM AchReturnAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Prenotes failed  = " TO PrnRetCountText
           MOVE PrenoteFailCount TO PrnRetCount
           WRITE AchReturnReportLine FROM AchReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Returns in error = " TO PrnRetCountText
           MOVE ReturnExceptCount TO PrnRetCount
           WRITE AchReturnReportLine FROM AchReturnCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM ACHRET.
