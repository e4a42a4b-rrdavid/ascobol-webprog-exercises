       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankTxnFile ASSIGN TO "BANKTXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BankTxnStatus.
           SELECT BankMasterFile ASSIGN TO "BANKMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS BnkStudentId
                      FILE STATUS IS BankMasterStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OperatorFileStatus.
           SELECT UserFile ASSIGN TO "USERS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS UserFileStatus.
           SELECT ViolationFile ASSIGN TO "VIOLATE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ViolationFileStatus.
           SELECT BankReportFile ASSIGN TO "BANKUPD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BankTxnFile.
           01  BankTxnRecord.
               88  EndOfBankTxn     VALUE HIGH-VALUES.
               02  BTxnCode         PIC X.
                   88  BTxnAdd      VALUE "A", "a".
                   88  BTxnChange   VALUE "C", "c".
                   88  BTxnDelete   VALUE "D", "d".
               02  BTxnStudentId    PIC 9(7).
               02  BTxnRoutingNumber PIC X(9).
               02  BTxnRoutingDigits REDEFINES BTxnRoutingNumber.
                   03  BTxnRoutingDigit PIC 9 OCCURS 9 TIMES.
               02  BTxnAccountNumber PIC X(17).
               02  BTxnAccountType  PIC X.
                   88  BTxnAccountTypeValid VALUE "C", "S".
       FD  BankMasterFile.
           01  BankMasterRecord.
               COPY BANKCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       FD  UserFile.
           01  UserRecord.
               COPY USERCPY.
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
       FD  BankReportFile.
           01  BankReportLine       PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "BANKUPD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  BankTxnStatus        PIC XX.
       01  BankMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  UserFileStatus       PIC XX.
       01  ViolationFileStatus  PIC XX.
       01  CurrentOperatorId    PIC X(8) VALUE SPACES.
       01  OperatorAllowedFlag  PIC X VALUE "N".
           88  OperatorAllowed  VALUE "Y".
       01  AllowedCheckIdx      PIC 99.
       01  BankRunDate          PIC 9(8).
       01  AuditProgramNameLit  PIC X(10) VALUE "BANKUPD".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "BANKUPD".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  BankTxnValidFlag     PIC X.
           88  BankTxnValid     VALUE "Y".
       01  RoutingCheckSum      PIC 9(4).
       01  RoutingCheckQuotient PIC 9(4).
       01  RoutingCheckRemainder PIC 9.
       01  AccountMaskWork      PIC X(17).
       01  AccountLastDigits    PIC X(4).
       01  AccountLengthWork    PIC 99.
       01  BankTotals.
           02  BankAddedCount   PIC 9(4) VALUE ZERO.
           02  BankChangedCount PIC 9(4) VALUE ZERO.
           02  BankDeletedCount PIC 9(4) VALUE ZERO.
           02  BankErrorCount   PIC 9(4) VALUE ZERO.
       01  BankHeadingLine      PIC X(40)
           VALUE "  Student Banking Maintenance".
       01  BankAddedLine.
           02  FILLER           PIC X(10) VALUE "Added    -".
           02  PrnBankAddedId   PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnBankAddedRouting PIC 9(9).
           02  FILLER           PIC X(6)  VALUE " acct ".
           02  PrnBankAddedAccount PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnBankAddedType PIC X.
           02  FILLER           PIC X(15) VALUE " prenote due".
       01  BankChangedLine.
           02  FILLER           PIC X(10) VALUE "Changed  -".
           02  PrnBankChangedId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnBankChangedRouting PIC 9(9).
           02  FILLER           PIC X(6)  VALUE " acct ".
           02  PrnBankChangedAccount PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnBankChangedType PIC X.
           02  FILLER           PIC X(8)  VALUE " prior ".
           02  PrnBankChangedOldStatus PIC X.
       01  BankDeletedLine.
           02  FILLER           PIC X(10) VALUE "Deleted  -".
           02  PrnBankDeletedId PIC 9(7).
       01  BankErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnBankErrorId   PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnBankErrorText PIC X(30).
       01  BankAddedCountLine.
           02  FILLER           PIC X(20) VALUE "Accounts added   = ".
           02  PrnBankAddedCount PIC Z,ZZ9.
       01  BankChangedCountLine.
           02  FILLER           PIC X(20) VALUE "Accounts changed = ".
           02  PrnBankChangedCount PIC Z,ZZ9.
       01  BankDeletedCountLine.
           02  FILLER           PIC X(20) VALUE "Accounts deleted = ".
           02  PrnBankDeletedCount PIC Z,ZZ9.
       01  BankErrorCountLine.
           02  FILLER           PIC X(20) VALUE "Txns in error    = ".
           02  PrnBankErrorCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckOperatorAuthority
           IF NOT OperatorAllowed
              DISPLAY "Operator not authorized for BANKUPD."
              PERFORM WriteViolation
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ObtainBankLock
           IF NOT LockGranted
              DISPLAY "BANKMST.DAT is locked - try later."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WriteAuditStart
           ACCEPT BankRunDate FROM DATE YYYYMMDD
           OPEN INPUT BankTxnFile
           IF BankTxnStatus NOT = "00"
              MOVE "BANKTXN.DAT" TO ErrorFileName
              MOVE BankTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenBankMaster
           OPEN OUTPUT BankReportFile
           WRITE BankReportLine FROM BankHeadingLine
                  AFTER ADVANCING PAGE
           READ BankTxnFile
             AT END SET EndOfBankTxn TO TRUE
           END-READ
           PERFORM UNTIL EndOfBankTxn
              PERFORM ApplyBankTransaction
              READ BankTxnFile
                AT END SET EndOfBankTxn TO TRUE
              END-READ
           END-PERFORM
           MOVE BankAddedCount TO PrnBankAddedCount
           WRITE BankReportLine FROM BankAddedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE BankChangedCount TO PrnBankChangedCount
           WRITE BankReportLine FROM BankChangedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE BankDeletedCount TO PrnBankDeletedCount
           WRITE BankReportLine FROM BankDeletedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE BankErrorCount TO PrnBankErrorCount
           WRITE BankReportLine FROM BankErrorCountLine
                  AFTER ADVANCING 1 LINES
           IF BankErrorCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE BankTxnFile, StudentFile, BankMasterFile,
                 BankReportFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseBankLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseBankLock
           END-IF
           GOBACK.
       ObtainBankLock.
           MOVE "L" TO LockAction
           MOVE "BANKMST.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseBankLock.
           MOVE "U" TO LockAction
           MOVE "BANKMST.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
       CheckOperatorAuthority.
           MOVE "N" TO OperatorAllowedFlag
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
              READ OperatorFile
                AT END CONTINUE
                NOT AT END MOVE OprUserId TO CurrentOperatorId
              END-READ
              CLOSE OperatorFile
           END-IF
           IF CurrentOperatorId = SPACES
              MOVE "Y" TO OperatorAllowedFlag
           ELSE
              OPEN INPUT UserFile
              IF UserFileStatus = "00"
                 READ UserFile
                   AT END SET EndOfUserFile TO TRUE
                 END-READ
                 PERFORM UNTIL EndOfUserFile
                    IF UsrUserId = CurrentOperatorId
                       PERFORM CheckUserProgramList
                       SET EndOfUserFile TO TRUE
                    ELSE
                       READ UserFile
                         AT END SET EndOfUserFile TO TRUE
                       END-READ
                    END-IF
                 END-PERFORM
                 CLOSE UserFile
              END-IF
           END-IF.
       CheckUserProgramList.
           PERFORM VARYING AllowedCheckIdx FROM 1 BY 1
                   UNTIL AllowedCheckIdx > 10
              IF UsrAllowedProgram(AllowedCheckIdx) = "BANKUPD"
                 MOVE "Y" TO OperatorAllowedFlag
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
           MOVE CurrentOperatorId TO VioUserId
           MOVE "BANKUPD" TO VioProgramName
           MOVE "not authorized" TO VioText
           WRITE ViolationLine
           CLOSE ViolationFile.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE CurrentOperatorId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           COMPUTE AuditRecordCount = BankAddedCount
                                    + BankChangedCount
                                    + BankDeletedCount
           MOVE CurrentOperatorId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       OpenBankMaster.
           OPEN I-O BankMasterFile
           IF BankMasterStatus = "35"
              OPEN OUTPUT BankMasterFile
              CLOSE BankMasterFile
              OPEN I-O BankMasterFile
           END-IF
           IF BankMasterStatus NOT = "00"
              MOVE "BANKMST.DAT" TO ErrorFileName
              MOVE BankMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       ApplyBankTransaction.
           PERFORM ValidateBankTransaction
           IF BankTxnValid
              EVALUATE TRUE
                 WHEN BTxnAdd
                    PERFORM AddBankAccount
                 WHEN BTxnChange
                    PERFORM ChangeBankAccount
                 WHEN BTxnDelete
                    PERFORM DeleteBankAccount
              END-EVALUATE
           END-IF.
       ValidateBankTransaction.
           MOVE "Y" TO BankTxnValidFlag
           EVALUATE TRUE
              WHEN NOT BTxnAdd AND NOT BTxnChange AND NOT BTxnDelete
                 MOVE "unrecognized transaction code"
                                          TO PrnBankErrorText
                 MOVE "N" TO BankTxnValidFlag
              WHEN BTxnDelete
                 CONTINUE
              WHEN BTxnRoutingNumber NOT NUMERIC
                 MOVE "routing number not numeric"
                                          TO PrnBankErrorText
                 MOVE "N" TO BankTxnValidFlag
              WHEN BTxnAccountNumber = SPACES
                 MOVE "account number missing" TO PrnBankErrorText
                 MOVE "N" TO BankTxnValidFlag
              WHEN NOT BTxnAccountTypeValid
                 MOVE "account type not C or S" TO PrnBankErrorText
                 MOVE "N" TO BankTxnValidFlag
           END-EVALUATE
           IF BankTxnValid AND NOT BTxnDelete
              PERFORM CheckRoutingDigit
              IF RoutingCheckRemainder NOT = ZERO
                 MOVE "routing check digit invalid"
                                          TO PrnBankErrorText
                 MOVE "N" TO BankTxnValidFlag
              END-IF
           END-IF
           IF BankTxnValid AND BTxnAdd
              MOVE BTxnStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY
                    MOVE "StudentId not on master"
                                          TO PrnBankErrorText
                    MOVE "N" TO BankTxnValidFlag
              END-READ
           END-IF
           IF NOT BankTxnValid
              PERFORM WriteBankError
           END-IF.
       CheckRoutingDigit.
           COMPUTE RoutingCheckSum =
                   3 * (BTxnRoutingDigit(1) + BTxnRoutingDigit(4)
                        + BTxnRoutingDigit(7))
                 + 7 * (BTxnRoutingDigit(2) + BTxnRoutingDigit(5)
                        + BTxnRoutingDigit(8))
                 + BTxnRoutingDigit(3) + BTxnRoutingDigit(6)
                 + BTxnRoutingDigit(9)
           DIVIDE RoutingCheckSum BY 10 GIVING RoutingCheckQuotient
                  REMAINDER RoutingCheckRemainder.
       WriteBankError.
           MOVE BTxnStudentId TO PrnBankErrorId
           WRITE BankReportLine FROM BankErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO BankErrorCount.
       MaskAccountNumber.
           MOVE BTxnAccountNumber TO AccountMaskWork
           MOVE ZERO TO AccountLengthWork
           INSPECT AccountMaskWork TALLYING AccountLengthWork
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF AccountLengthWork > 4
              MOVE AccountMaskWork(AccountLengthWork - 3:4)
                                          TO AccountLastDigits
           ELSE
              MOVE AccountMaskWork(1:4) TO AccountLastDigits
           END-IF.
       BuildBankRecord.
           MOVE BTxnStudentId     TO BnkStudentId
           MOVE BTxnRoutingNumber TO BnkRoutingNumber
           MOVE BTxnAccountNumber TO BnkAccountNumber
           MOVE BTxnAccountType   TO BnkAccountType
           SET BnkPrenotePending TO TRUE
           MOVE ZERO              TO BnkPrenoteSentDate
           MOVE SPACES            TO BnkLastReturnCode
           MOVE BankRunDate       TO BnkLastChangeDate
           MOVE CurrentOperatorId TO BnkLastChangeUser.
       AddBankAccount.
           MOVE SPACES TO BankMasterRecord
           PERFORM BuildBankRecord
           WRITE BankMasterRecord
              INVALID KEY
                 MOVE "add rejected, already on file"
                                          TO PrnBankErrorText
                 PERFORM WriteBankError
              NOT INVALID KEY
                 PERFORM MaskAccountNumber
                 MOVE BTxnStudentId     TO PrnBankAddedId
                 MOVE BTxnRoutingNumber TO PrnBankAddedRouting
                 MOVE SPACES TO PrnBankAddedAccount
                 STRING "****" DELIMITED BY SIZE
                        AccountLastDigits DELIMITED BY SIZE
                   INTO PrnBankAddedAccount
                 END-STRING
                 MOVE BTxnAccountType   TO PrnBankAddedType
                 WRITE BankReportLine FROM BankAddedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO BankAddedCount
           END-WRITE.
       ChangeBankAccount.
           MOVE BTxnStudentId TO BnkStudentId
           READ BankMasterFile
              INVALID KEY
                 MOVE "change rejected, not on file"
                                          TO PrnBankErrorText
                 PERFORM WriteBankError
              NOT INVALID KEY
                 MOVE BnkPrenoteStatus TO PrnBankChangedOldStatus
                 PERFORM BuildBankRecord
                 REWRITE BankMasterRecord
                 END-REWRITE
                 PERFORM MaskAccountNumber
                 MOVE BTxnStudentId     TO PrnBankChangedId
                 MOVE BTxnRoutingNumber TO PrnBankChangedRouting
                 MOVE SPACES TO PrnBankChangedAccount
                 STRING "****" DELIMITED BY SIZE
                        AccountLastDigits DELIMITED BY SIZE
                   INTO PrnBankChangedAccount
                 END-STRING
                 MOVE BTxnAccountType   TO PrnBankChangedType
                 WRITE BankReportLine FROM BankChangedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO BankChangedCount
           END-READ.
       DeleteBankAccount.
           MOVE BTxnStudentId TO BnkStudentId
           DELETE BankMasterFile RECORD
              INVALID KEY
                 MOVE "delete rejected, not on file"
                                          TO PrnBankErrorText
                 PERFORM WriteBankError
              NOT INVALID KEY
                 MOVE BTxnStudentId TO PrnBankDeletedId
                 WRITE BankReportLine FROM BankDeletedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO BankDeletedCount
           END-DELETE.
       END PROGRAM BANKUPD.
