       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldTxnFile ASSIGN TO "HOLDTXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS HoldTxnStatus.
           SELECT HoldFile ASSIGN TO "HOLD.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HoldKey
                      FILE STATUS IS HoldFileStatus.
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
           SELECT HoldReportFile ASSIGN TO "HOLDUPD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HoldTxnFile.
           01  HoldTxnRecord.
               88  EndOfHoldTxn     VALUE HIGH-VALUES.
               02  HTxnAction       PIC X.
                   88  HTxnPlace    VALUE "P", "p".
                   88  HTxnRelease  VALUE "R", "r".
               02  HTxnStudentId    PIC 9(7).
               02  HTxnType         PIC X(3).
                   88  HTxnTypeValid VALUE "FIN", "LIB", "DIS",
                                           "DOC", "CFO".
               02  HTxnOffice       PIC X(4).
               02  HTxnDate         PIC 9(8).
               02  HTxnBlockRegistration PIC X.
                   88  HTxnBlocksRegistration VALUE "Y", "y".
               02  HTxnBlockTranscript PIC X.
                   88  HTxnBlocksTranscript   VALUE "Y", "y".
               02  HTxnBlockDiploma PIC X.
                   88  HTxnBlocksDiploma      VALUE "Y", "y".
               02  HTxnReason       PIC X(30).
       FD  HoldFile.
           01  HoldRecord.
               COPY HOLDCPY.
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
       FD  HoldReportFile.
           01  HoldReportLine       PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "HOLDUPD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  HoldTxnStatus        PIC XX.
       01  HoldFileStatus       PIC XX.
       01  StudentFileStatus    PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  UserFileStatus       PIC XX.
       01  ViolationFileStatus  PIC XX.
       01  CurrentOperatorId    PIC X(8) VALUE SPACES.
       01  OperatorDepartment   PIC X(4) VALUE SPACES.
       01  OperatorAllowedFlag  PIC X VALUE "N".
           88  OperatorAllowed  VALUE "Y".
       01  AllowedCheckIdx      PIC 99.
       01  HoldRunDate          PIC 9(8).
       01  HoldTxnDate          PIC 9(8).
       01  AuditProgramNameLit  PIC X(10) VALUE "HOLDUPD".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "HOLDUPD".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  HoldTxnValidFlag     PIC X.
           88  HoldTxnValid     VALUE "Y".
       01  OpenHoldFoundFlag    PIC X.
           88  OpenHoldFound    VALUE "Y".
       01  EndOfHoldScanFlag    PIC X.
           88  EndOfHoldScan    VALUE "Y".
       01  HoldTotals.
           02  PlacedCount      PIC 9(4) VALUE ZERO.
           02  ReleasedCount    PIC 9(4) VALUE ZERO.
           02  HoldErrorCount   PIC 9(4) VALUE ZERO.
       01  HoldHeadingLine      PIC X(40)
           VALUE "  Registration Hold Maintenance".
       01  HoldPlacedLine.
           02  FILLER           PIC X(10) VALUE "Placed   -".
           02  PrnHoldPlacedId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnHoldPlacedType PIC X(3).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnHoldPlacedOffice PIC X(4).
           02  FILLER           PIC X(9)  VALUE " blocks  ".
           02  PrnHoldBlockReg  PIC X(4).
           02  PrnHoldBlockTran PIC X(5).
           02  PrnHoldBlockDipl PIC X(4).
       01  HoldReleasedLine.
           02  FILLER           PIC X(10) VALUE "Released -".
           02  PrnHoldReleasedId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnHoldReleasedType PIC X(3).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnHoldReleasedOffice PIC X(4).
           02  FILLER           PIC X(8)  VALUE " placed ".
           02  PrnHoldReleasedPlaced PIC 9(8).
       01  HoldErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnHoldErrorId   PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnHoldErrorText PIC X(30).
       01  HoldPlacedCountLine.
           02  FILLER           PIC X(20) VALUE "Holds placed     = ".
           02  PrnPlacedCount   PIC Z,ZZ9.
       01  HoldReleasedCountLine.
           02  FILLER           PIC X(20) VALUE "Holds released   = ".
           02  PrnReleasedCount PIC Z,ZZ9.
       01  HoldErrorCountLine.
           02  FILLER           PIC X(20) VALUE "Txns in error    = ".
           02  PrnHoldErrorCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckOperatorAuthority
           IF NOT OperatorAllowed
              DISPLAY "Operator not authorized for HOLDUPD."
              PERFORM WriteViolation
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ObtainHoldLock
           IF NOT LockGranted
              DISPLAY "HOLD.DAT is locked - try later."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WriteAuditStart
           ACCEPT HoldRunDate FROM DATE YYYYMMDD
           OPEN INPUT HoldTxnFile
           IF HoldTxnStatus NOT = "00"
              MOVE "HOLDTXN.DAT" TO ErrorFileName
              MOVE HoldTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenHoldFile
           OPEN OUTPUT HoldReportFile
           WRITE HoldReportLine FROM HoldHeadingLine
                  AFTER ADVANCING PAGE
           READ HoldTxnFile
             AT END SET EndOfHoldTxn TO TRUE
           END-READ
           PERFORM UNTIL EndOfHoldTxn
              PERFORM ApplyHoldTransaction
              READ HoldTxnFile
                AT END SET EndOfHoldTxn TO TRUE
              END-READ
           END-PERFORM
           MOVE PlacedCount TO PrnPlacedCount
           WRITE HoldReportLine FROM HoldPlacedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE ReleasedCount TO PrnReleasedCount
           WRITE HoldReportLine FROM HoldReleasedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE HoldErrorCount TO PrnHoldErrorCount
           WRITE HoldReportLine FROM HoldErrorCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE HoldTxnFile, StudentFile, HoldFile, HoldReportFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseHoldLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseHoldLock
           END-IF
           GOBACK.
       ObtainHoldLock.
           MOVE "L" TO LockAction
           MOVE "HOLD.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseHoldLock.
           MOVE "U" TO LockAction
           MOVE "HOLD.DAT" TO LockResourceName
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
                       MOVE UsrDepartment TO OperatorDepartment
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
              IF UsrAllowedProgram(AllowedCheckIdx) = "HOLDUPD"
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
           MOVE "HOLDUPD" TO VioProgramName
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
           COMPUTE AuditRecordCount = PlacedCount + ReleasedCount
           MOVE CurrentOperatorId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       OpenHoldFile.
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
           END-IF.
       ApplyHoldTransaction.
           MOVE HoldRunDate TO HoldTxnDate
           IF HTxnDate NUMERIC AND HTxnDate > ZERO
              MOVE HTxnDate TO HoldTxnDate
           END-IF
           PERFORM ValidateHoldTransaction
           IF HoldTxnValid
              EVALUATE TRUE
                 WHEN HTxnPlace
                    PERFORM PlaceHold
                 WHEN HTxnRelease
                    PERFORM ReleaseHold
              END-EVALUATE
           END-IF.
       ValidateHoldTransaction.
           MOVE "Y" TO HoldTxnValidFlag
           EVALUATE TRUE
              WHEN NOT HTxnPlace AND NOT HTxnRelease
                 MOVE "unrecognized transaction code"
                                          TO PrnHoldErrorText
                 MOVE "N" TO HoldTxnValidFlag
              WHEN NOT HTxnTypeValid
                 MOVE "unrecognized hold type" TO PrnHoldErrorText
                 MOVE "N" TO HoldTxnValidFlag
              WHEN HTxnOffice = SPACES
                 MOVE "placing office missing" TO PrnHoldErrorText
                 MOVE "N" TO HoldTxnValidFlag
              WHEN CurrentOperatorId NOT = SPACES
                   AND HTxnOffice NOT = OperatorDepartment
                 MOVE "office not operator's" TO PrnHoldErrorText
                 MOVE "N" TO HoldTxnValidFlag
              WHEN HTxnPlace
                   AND NOT HTxnBlocksRegistration
                   AND NOT HTxnBlocksTranscript
                   AND NOT HTxnBlocksDiploma
                 MOVE "hold blocks no action" TO PrnHoldErrorText
                 MOVE "N" TO HoldTxnValidFlag
           END-EVALUATE
           IF HoldTxnValid AND HTxnPlace
              MOVE HTxnStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY
                    MOVE "StudentId not on master"
                                          TO PrnHoldErrorText
                    MOVE "N" TO HoldTxnValidFlag
              END-READ
           END-IF
           IF NOT HoldTxnValid
              PERFORM WriteHoldError
           END-IF.
       WriteHoldError.
           MOVE HTxnStudentId TO PrnHoldErrorId
           WRITE HoldReportLine FROM HoldErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO HoldErrorCount.
       PlaceHold.
           MOVE SPACES TO HoldRecord
           MOVE HTxnStudentId TO HoldStudentId
           MOVE HTxnType      TO HoldType
           MOVE HTxnOffice    TO HoldOffice
           MOVE HoldTxnDate   TO HoldPlacedDate
           MOVE ZERO          TO HoldReleasedDate
           MOVE "N" TO HoldBlockRegistration, HoldBlockTranscript,
                       HoldBlockDiploma
           MOVE SPACES TO PrnHoldBlockReg, PrnHoldBlockTran,
                          PrnHoldBlockDipl
           IF HTxnBlocksRegistration
              MOVE "Y" TO HoldBlockRegistration
              MOVE "REG" TO PrnHoldBlockReg
           END-IF
           IF HTxnBlocksTranscript
              MOVE "Y" TO HoldBlockTranscript
              MOVE "TRAN" TO PrnHoldBlockTran
           END-IF
           IF HTxnBlocksDiploma
              MOVE "Y" TO HoldBlockDiploma
              MOVE "DIPL" TO PrnHoldBlockDipl
           END-IF
           MOVE HTxnReason TO HoldReason
           MOVE CurrentOperatorId TO HoldPlacedBy
           WRITE HoldRecord
              INVALID KEY
                 MOVE "hold already placed that date"
                                          TO PrnHoldErrorText
                 PERFORM WriteHoldError
              NOT INVALID KEY
                 MOVE HTxnStudentId TO PrnHoldPlacedId
                 MOVE HTxnType      TO PrnHoldPlacedType
                 MOVE HTxnOffice    TO PrnHoldPlacedOffice
                 WRITE HoldReportLine FROM HoldPlacedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO PlacedCount
           END-WRITE.
       ReleaseHold.
           MOVE "N" TO OpenHoldFoundFlag
           MOVE "N" TO EndOfHoldScanFlag
           MOVE HTxnStudentId TO HoldStudentId
           MOVE HTxnType      TO HoldType
           MOVE HTxnOffice    TO HoldOffice
           MOVE ZERO          TO HoldPlacedDate
           START HoldFile KEY IS NOT LESS THAN HoldKey
              INVALID KEY MOVE "Y" TO EndOfHoldScanFlag
           END-START
           PERFORM UNTIL EndOfHoldScan
              READ HoldFile NEXT
                 AT END MOVE "Y" TO EndOfHoldScanFlag
                 NOT AT END
                    IF HoldStudentId NOT = HTxnStudentId
                       OR HoldType NOT = HTxnType
                       OR HoldOffice NOT = HTxnOffice
                       MOVE "Y" TO EndOfHoldScanFlag
                    ELSE
                       IF HoldReleasedDate = ZERO
                          MOVE "Y" TO OpenHoldFoundFlag
                          MOVE "Y" TO EndOfHoldScanFlag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF OpenHoldFound
              MOVE HoldTxnDate TO HoldReleasedDate
              MOVE CurrentOperatorId TO HoldReleasedBy
              REWRITE HoldRecord
              END-REWRITE
              MOVE HTxnStudentId  TO PrnHoldReleasedId
              MOVE HTxnType       TO PrnHoldReleasedType
              MOVE HTxnOffice     TO PrnHoldReleasedOffice
              MOVE HoldPlacedDate TO PrnHoldReleasedPlaced
              WRITE HoldReportLine FROM HoldReleasedLine
                     AFTER ADVANCING 1 LINES
              ADD 1 TO ReleasedCount
           ELSE
              MOVE "no open hold for that office"
                                       TO PrnHoldErrorText
              PERFORM WriteHoldError
           END-IF.
       END PROGRAM HOLDUPD.
