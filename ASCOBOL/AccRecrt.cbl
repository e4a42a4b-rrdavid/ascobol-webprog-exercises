       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRECRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserFile ASSIGN TO "USERS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS UserFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AuditLogFileStatus.
           SELECT RecertSortFile ASSIGN TO "ACCSRT.TMP".
           SELECT AccessDecisionFile ASSIGN TO "ACCDEC.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RecertReportFile ASSIGN TO "ACCRECRT.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
           01  UserRecord.
               COPY USERCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               88  EndOfAuditLog    VALUE HIGH-VALUES.
               COPY AUDITCPY.
           01  AuditDetailRecord.
               COPY AUDDCPY.
       SD  RecertSortFile.
           01  RecertSortRecord.
               88  EndOfRecertSort  VALUE HIGH-VALUES.
               02  RsrtManagerId    PIC X(8).
               02  RsrtUserId       PIC X(8).
               02  RsrtUserRecord   PIC X(180).
               02  RsrtDisabledNow  PIC X.
       FD  AccessDecisionFile.
           01  AccessDecisionRecord.
               COPY ACCDCPY.
       FD  RecertReportFile.
           01  RecertReportLine     PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ACCRECRT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  UserFileStatus       PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  AuditLogFileStatus   PIC XX.
       01  RecertRunDate        PIC 9(8).
       01  RecertRunInteger     PIC S9(9) COMP.
       01  LastSignonInteger    PIC S9(9) COMP.
       01  IdleDays             PIC S9(7) COMP.
       01  DormantDays          PIC 9(3) VALUE 90.
       01  AuditProgramNameLit  PIC X(10) VALUE "ACCRECRT".
       01  AuditEventLit        PIC X(5).
       01  AuditSubjectUserId   PIC X(8).
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "ACCRECRT".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  UserTable.
           02  UserEntry OCCURS 50 TIMES INDEXED BY UserIdx.
               03  UTabRecord   PIC X(180).
               03  UTabLastSeen PIC 9(8).
               03  UTabDisabledNow PIC X.
       01  UserTableCount       PIC 9(4) VALUE ZERO.
       01  UserScanIdx          PIC 9(4).
       01  ProgramIdx           PIC 99.
       01  ProgramLineIdx       PIC 9.
       01  CurrentManagerId     PIC X(8).
       01  FirstManagerFlag     PIC X VALUE "Y".
           88  FirstManager     VALUE "Y".
       01  ManagerUserCount     PIC 9(4) VALUE ZERO.
       01  RecertTotals.
           02  ReviewedCount    PIC 9(4) VALUE ZERO.
           02  DisabledCount    PIC 9(4) VALUE ZERO.
           02  DecisionCount    PIC 9(6) VALUE ZERO.
       01  RecertHeadingLine.
           02  FILLER           PIC X(40) VALUE
               "  User Access Recertification - as of ".
           02  PrnRecertRunDate PIC 9(8).
       01  DormantHeadingLine.
           02  FILLER           PIC X(40) VALUE
               "Accounts disabled, no sign-on in over ".
           02  PrnDormantDays   PIC ZZ9.
           02  FILLER           PIC X(5)  VALUE " days".
       01  DormantDetailLine.
           02  FILLER           PIC X(10) VALUE "Disabled -".
           02  PrnDorUserId     PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDorUserName   PIC X(25).
           02  FILLER           PIC X(11) VALUE " last on - ".
           02  PrnDorLastOn     PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDorIdleDays   PIC Z(4)9.
           02  FILLER           PIC X(5)  VALUE " days".
       01  DormantNoneLine      PIC X(40)
           VALUE "No accounts disabled this run.".
       01  ManagerHeadingLine.
           02  FILLER           PIC X(10) VALUE "Manager - ".
           02  PrnMgrId         PIC X(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnMgrName       PIC X(25).
       01  RecertColumnLine     PIC X(70) VALUE
           "User     Name                      Dept Last on  Status".
       01  RecertUserLine.
           02  PrnRecUserId     PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRecUserName   PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRecDept       PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRecLastOn     PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRecStatus     PIC X(16).
       01  RecertProgramLine.
           02  FILLER           PIC X(13) VALUE "   Programs -".
           02  PrnRecProgram    PIC X(11) OCCURS 5 TIMES.
       01  ManagerSignoffLine   PIC X(70) VALUE
           "Reviewed by ______________________   Date __________".
       01  ManagerCountLine.
           02  FILLER           PIC X(20) VALUE "Users for manager= ".
           02  PrnMgrUserCount  PIC Z,ZZ9.
       01  RecertCountLine.
           02  PrnRecCountText  PIC X(20).
           02  PrnRecCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainUserLock
           IF NOT LockGranted
              DISPLAY "USERS.DAT is locked - try later."
              MOVE "USERS.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteAuditStart
           ACCEPT RecertRunDate FROM DATE YYYYMMDD
           COMPUTE RecertRunInteger =
                   FUNCTION INTEGER-OF-DATE(RecertRunDate)
           PERFORM ReadSecurityControl
           PERFORM LoadUserTable
           PERFORM ScanAuditSignons
           OPEN OUTPUT RecertReportFile
           MOVE RecertRunDate TO PrnRecertRunDate
           WRITE RecertReportLine FROM RecertHeadingLine
                  AFTER ADVANCING PAGE
           MOVE DormantDays TO PrnDormantDays
           WRITE RecertReportLine FROM DormantHeadingLine
                  AFTER ADVANCING 2 LINES
           PERFORM CheckOneUserDormant
                   VARYING UserIdx FROM 1 BY 1
                   UNTIL UserIdx > UserTableCount
           IF DisabledCount = ZERO
              WRITE RecertReportLine FROM DormantNoneLine
                     AFTER ADVANCING 1 LINES
           END-IF
           PERFORM RewriteUserFile
           OPEN OUTPUT AccessDecisionFile
           SORT RecertSortFile
                ON ASCENDING KEY RsrtManagerId, RsrtUserId
                INPUT PROCEDURE IS ReleaseUserEntries
                OUTPUT PROCEDURE IS PrintRecertByManager
           CLOSE AccessDecisionFile
           PERFORM PrintRecertTotals
           CLOSE RecertReportFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseUserLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseUserLock
           END-IF
           GOBACK.
       ObtainUserLock.
           MOVE "L" TO LockAction
           MOVE "USERS.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseUserLock.
           MOVE "U" TO LockAction
           MOVE "USERS.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
       WriteAuditStart.
           MOVE "START" TO AuditEventLit
           MOVE SPACES TO AuditSubjectUserId
           PERFORM WriteAuditRecord.
       WriteAuditEnd.
           MOVE "END" TO AuditEventLit
           MOVE SPACES TO AuditSubjectUserId
           PERFORM WriteAuditRecord.
       WriteAuditRecord.
           OPEN EXTEND AuditLogFile
           MOVE SPACES TO AuditLogRecord
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE AuditEventLit TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           IF AuditEventLit = "END"
              MOVE DisabledCount TO AuditRecordCount
           ELSE
              MOVE ZERO TO AuditRecordCount
           END-IF
           MOVE AuditSubjectUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadSecurityControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "DORMANT-DAYS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO DormantDays
           END-IF.
       LoadUserTable.
           OPEN INPUT UserFile
           IF UserFileStatus NOT = "00"
              MOVE "USERS.DAT" TO ErrorFileName
              MOVE UserFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ UserFile
             AT END SET EndOfUserFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfUserFile
              IF UserTableCount < 50
                 ADD 1 TO UserTableCount
                 SET UserIdx TO UserTableCount
                 IF UsrLastSignonDate NOT NUMERIC
                    MOVE ZERO TO UsrLastSignonDate
                 END-IF
                 IF UsrRecertDate NOT NUMERIC
                    MOVE ZERO TO UsrRecertDate
                 END-IF
                 MOVE UserRecord TO UTabRecord(UserIdx)
                 MOVE UsrLastSignonDate TO UTabLastSeen(UserIdx)
                 MOVE "N" TO UTabDisabledNow(UserIdx)
              ELSE
                 MOVE "USERS.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ UserFile
                AT END SET EndOfUserFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE UserFile.
       ScanAuditSignons.
           OPEN INPUT AuditLogFile
           IF AuditLogFileStatus NOT = "00"
              SET EndOfAuditLog TO TRUE
           ELSE
              READ AuditLogFile
                AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfAuditLog
              IF AuditEventType = "START"
                 AND AuditUserId NOT = SPACES
                 AND AuditRunDate NUMERIC
                 PERFORM NoteUserActivity
              END-IF
              READ AuditLogFile
                AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-PERFORM
           IF AuditLogFileStatus = "00" OR AuditLogFileStatus = "10"
              CLOSE AuditLogFile
           END-IF.
       NoteUserActivity.
           PERFORM VARYING UserIdx FROM 1 BY 1
                   UNTIL UserIdx > UserTableCount
              IF UTabRecord(UserIdx)(1:8) = AuditUserId
                 AND AuditRunDate > UTabLastSeen(UserIdx)
                 MOVE AuditRunDate TO UTabLastSeen(UserIdx)
              END-IF
           END-PERFORM.
       CheckOneUserDormant.
           MOVE UTabRecord(UserIdx) TO UserRecord
           MOVE UTabLastSeen(UserIdx) TO UsrLastSignonDate
           IF UsrLastSignonDate = ZERO
              MOVE RecertRunDate TO UsrLastSignonDate
              MOVE RecertRunDate TO UTabLastSeen(UserIdx)
              MOVE ZERO TO IdleDays
           ELSE
              COMPUTE LastSignonInteger =
                      FUNCTION INTEGER-OF-DATE(UsrLastSignonDate)
              COMPUTE IdleDays = RecertRunInteger - LastSignonInteger
           END-IF
           IF IdleDays > DormantDays AND NOT UserDisabled
              SET UserDisabled TO TRUE
              MOVE "Y" TO UTabDisabledNow(UserIdx)
              ADD 1 TO DisabledCount
              MOVE "DISAB" TO AuditEventLit
              MOVE UsrUserId TO AuditSubjectUserId
              PERFORM WriteAuditRecord
              MOVE UsrUserId   TO PrnDorUserId
              MOVE UsrUserName TO PrnDorUserName
              PERFORM FormatLastOn
              MOVE PrnRecLastOn TO PrnDorLastOn
              MOVE IdleDays TO PrnDorIdleDays
              WRITE RecertReportLine FROM DormantDetailLine
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE UserRecord TO UTabRecord(UserIdx).
       FormatLastOn.
           IF UsrLastSignonDate = ZERO
              MOVE "never" TO PrnRecLastOn
           ELSE
              MOVE UsrLastSignonDate TO PrnRecLastOn
           END-IF.
       RewriteUserFile.
           OPEN OUTPUT UserFile
           IF UserFileStatus NOT = "00"
              MOVE "USERS.DAT" TO ErrorFileName
              MOVE UserFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM VARYING UserScanIdx FROM 1 BY 1
                   UNTIL UserScanIdx > UserTableCount
              MOVE UTabRecord(UserScanIdx) TO UserRecord
              WRITE UserRecord
           END-PERFORM
           CLOSE UserFile.
       ReleaseUserEntries.
           PERFORM VARYING UserIdx FROM 1 BY 1
                   UNTIL UserIdx > UserTableCount
              MOVE UTabRecord(UserIdx) TO UserRecord
              MOVE UsrManagerId  TO RsrtManagerId
              MOVE UsrUserId     TO RsrtUserId
              MOVE UserRecord    TO RsrtUserRecord
              MOVE UTabDisabledNow(UserIdx) TO RsrtDisabledNow
              RELEASE RecertSortRecord
           END-PERFORM.
       PrintRecertByManager.
           RETURN RecertSortFile
             AT END SET EndOfRecertSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfRecertSort
              IF FirstManager OR RsrtManagerId NOT = CurrentManagerId
                 PERFORM StartManagerGroup
              END-IF
              PERFORM PrintOneRecertUser
              RETURN RecertSortFile
                AT END SET EndOfRecertSort TO TRUE
              END-RETURN
           END-PERFORM
           IF NOT FirstManager
              PERFORM EndManagerGroup
           END-IF.
       StartManagerGroup.
           IF NOT FirstManager
              PERFORM EndManagerGroup
           END-IF
           MOVE "N" TO FirstManagerFlag
           MOVE RsrtManagerId TO CurrentManagerId
           MOVE ZERO TO ManagerUserCount
           MOVE SPACES TO PrnMgrName
           IF CurrentManagerId = SPACES
              MOVE "(none)" TO PrnMgrId
              MOVE "no manager on user record" TO PrnMgrName
           ELSE
              MOVE CurrentManagerId TO PrnMgrId
              PERFORM VARYING UserScanIdx FROM 1 BY 1
                      UNTIL UserScanIdx > UserTableCount
                 IF UTabRecord(UserScanIdx)(1:8) = CurrentManagerId
                    MOVE UTabRecord(UserScanIdx)(9:25) TO PrnMgrName
                 END-IF
              END-PERFORM
           END-IF
           WRITE RecertReportLine FROM ManagerHeadingLine
                  AFTER ADVANCING PAGE
           WRITE RecertReportLine FROM RecertColumnLine
                  AFTER ADVANCING 2 LINES.
       EndManagerGroup.
           MOVE ManagerUserCount TO PrnMgrUserCount
           WRITE RecertReportLine FROM ManagerCountLine
                  AFTER ADVANCING 2 LINES
           WRITE RecertReportLine FROM ManagerSignoffLine
                  AFTER ADVANCING 3 LINES.
       PrintOneRecertUser.
           MOVE RsrtUserRecord TO UserRecord
           ADD 1 TO ManagerUserCount
           ADD 1 TO ReviewedCount
           MOVE UsrUserId     TO PrnRecUserId
           MOVE UsrUserName   TO PrnRecUserName
           MOVE UsrDepartment TO PrnRecDept
           PERFORM FormatLastOn
           EVALUATE TRUE
              WHEN RsrtDisabledNow = "Y"
                 MOVE "disabled (idle)" TO PrnRecStatus
              WHEN UserDisabled
                 MOVE "disabled" TO PrnRecStatus
              WHEN UserLocked
                 MOVE "locked" TO PrnRecStatus
              WHEN OTHER
                 MOVE "active" TO PrnRecStatus
           END-EVALUATE
           WRITE RecertReportLine FROM RecertUserLine
                  AFTER ADVANCING 2 LINES
           MOVE SPACES TO RecertProgramLine
           MOVE "   Programs -" TO RecertProgramLine(1:13)
           MOVE ZERO TO ProgramLineIdx
           PERFORM VARYING ProgramIdx FROM 1 BY 1
                   UNTIL ProgramIdx > 10
              IF UsrAllowedProgram(ProgramIdx) NOT = SPACES
                 PERFORM AddRecertProgram
              END-IF
           END-PERFORM
           IF ProgramLineIdx > ZERO
              WRITE RecertReportLine FROM RecertProgramLine
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE SPACES TO AccessDecisionRecord
           MOVE UsrManagerId  TO AcdManagerId
           MOVE UsrUserId     TO AcdUserId
           SET AcdWholeAccount TO TRUE
           MOVE RecertRunDate TO AcdReviewDate
           WRITE AccessDecisionRecord
           ADD 1 TO DecisionCount.
       AddRecertProgram.
           IF ProgramLineIdx = 5
              WRITE RecertReportLine FROM RecertProgramLine
                     AFTER ADVANCING 1 LINES
              MOVE SPACES TO RecertProgramLine
              MOVE ZERO TO ProgramLineIdx
           END-IF
           ADD 1 TO ProgramLineIdx
           MOVE UsrAllowedProgram(ProgramIdx)
                               TO PrnRecProgram(ProgramLineIdx)
           MOVE SPACES TO AccessDecisionRecord
           MOVE UsrManagerId  TO AcdManagerId
           MOVE UsrUserId     TO AcdUserId
           MOVE UsrAllowedProgram(ProgramIdx) TO AcdProgramName
           MOVE RecertRunDate TO AcdReviewDate
           WRITE AccessDecisionRecord
           ADD 1 TO DecisionCount.
       PrintRecertTotals.
           MOVE "Users reviewed   = " TO PrnRecCountText
           MOVE ReviewedCount TO PrnRecCount
           WRITE RecertReportLine FROM RecertCountLine
                  AFTER ADVANCING PAGE
           MOVE "Disabled idle    = " TO PrnRecCountText
           MOVE DisabledCount TO PrnRecCount
           WRITE RecertReportLine FROM RecertCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Decision lines   = " TO PrnRecCountText
           MOVE DecisionCount TO PrnRecCount
           WRITE RecertReportLine FROM RecertCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM ACCRECRT.
