       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserFile ASSIGN TO "USERS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS UserFileStatus.
           SELECT AccessDecisionFile ASSIGN TO "ACCDEC.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AccessDecisionStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApplyReportFile ASSIGN TO "ACCAPPLY.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UserFile.
           01  UserRecord.
               COPY USERCPY.
       FD  AccessDecisionFile.
           01  AccessDecisionRecord.
               COPY ACCDCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ApplyReportFile.
           01  ApplyReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ACCAPPLY".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  UserFileStatus       PIC XX.
       01  AccessDecisionStatus PIC XX.
       01  ApplyRunDate         PIC 9(8).
       01  AuditProgramNameLit  PIC X(10) VALUE "ACCAPPLY".
       01  AuditEventLit        PIC X(5).
       01  AuditSubjectUserId   PIC X(8).
       01  AuditCountValue      PIC 9(6) VALUE ZERO.
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "ACCAPPLY".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  UserTable.
           02  UTabRecord PIC X(180) OCCURS 50 TIMES
                          INDEXED BY UserIdx.
       01  UserTableCount       PIC 9(4) VALUE ZERO.
       01  UserScanIdx          PIC 9(4).
       01  ProgramIdx           PIC 99.
       01  UserFoundFlag        PIC X VALUE "N".
           88  DecisionUserFound VALUE "Y".
       01  ProgramFoundFlag     PIC X VALUE "N".
           88  DecisionProgramFound VALUE "Y".
       01  ApplyTotals.
           02  DecisionReadCount PIC 9(6) VALUE ZERO.
           02  KeptCount        PIC 9(6) VALUE ZERO.
           02  RevokedCount     PIC 9(6) VALUE ZERO.
           02  DisabledCount    PIC 9(6) VALUE ZERO.
           02  UndecidedCount   PIC 9(6) VALUE ZERO.
           02  RejectedCount    PIC 9(6) VALUE ZERO.
       01  ApplyHeadingLine.
           02  FILLER           PIC X(40) VALUE
               "  Access Recertification Applied - ".
           02  PrnApplyRunDate  PIC 9(8).
       01  ApplyColumnLine      PIC X(70) VALUE
           "Manager  User     Program    Action".
       01  ApplyDetailLine.
           02  PrnAppManagerId  PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAppUserId     PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAppProgram    PIC X(10).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAppAction     PIC X(40).
       01  ApplyCountLine.
           02  PrnAppCountText  PIC X(20).
           02  PrnAppCount      PIC ZZZ,ZZ9.
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
           ACCEPT ApplyRunDate FROM DATE YYYYMMDD
           PERFORM LoadUserTable
           OPEN INPUT AccessDecisionFile
           IF AccessDecisionStatus NOT = "00"
              MOVE "ACCDEC.DAT" TO ErrorFileName
              MOVE AccessDecisionStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT ApplyReportFile
           MOVE ApplyRunDate TO PrnApplyRunDate
           WRITE ApplyReportLine FROM ApplyHeadingLine
                  AFTER ADVANCING PAGE
           WRITE ApplyReportLine FROM ApplyColumnLine
                  AFTER ADVANCING 2 LINES
           READ AccessDecisionFile
             AT END SET EndOfAccessDecision TO TRUE
           END-READ
           PERFORM UNTIL EndOfAccessDecision
              ADD 1 TO DecisionReadCount
              PERFORM ApplyOneDecision
              READ AccessDecisionFile
                AT END SET EndOfAccessDecision TO TRUE
              END-READ
           END-PERFORM
           CLOSE AccessDecisionFile
           PERFORM RewriteUserFile
           PERFORM PrintApplyTotals
           CLOSE ApplyReportFile
           COMPUTE AuditCountValue = RevokedCount + DisabledCount
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
              MOVE AuditCountValue TO AuditRecordCount
           ELSE
              MOVE ZERO TO AuditRecordCount
           END-IF
           MOVE AuditSubjectUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
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
                 MOVE UserRecord TO UTabRecord(UserTableCount)
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
       ApplyOneDecision.
           MOVE AcdManagerId   TO PrnAppManagerId
           MOVE AcdUserId      TO PrnAppUserId
           MOVE AcdProgramName TO PrnAppProgram
           MOVE "N" TO UserFoundFlag
           PERFORM VARYING UserIdx FROM 1 BY 1
                   UNTIL UserIdx > UserTableCount
                      OR DecisionUserFound
              IF UTabRecord(UserIdx)(1:8) = AcdUserId
                 MOVE "Y" TO UserFoundFlag
                 MOVE UTabRecord(UserIdx) TO UserRecord
              END-IF
           END-PERFORM
           IF DecisionUserFound
              SET UserIdx DOWN BY 1
           END-IF
           EVALUATE TRUE
              WHEN NOT DecisionUserFound
                 MOVE "REJECTED - user not on file" TO PrnAppAction
                 ADD 1 TO RejectedCount
              WHEN UsrManagerId NOT = AcdManagerId
                 MOVE "REJECTED - not the user's manager"
                                             TO PrnAppAction
                 ADD 1 TO RejectedCount
              WHEN AcdUndecided
                 MOVE "no decision - access unchanged" TO PrnAppAction
                 ADD 1 TO UndecidedCount
              WHEN AcdKeep
                 MOVE ApplyRunDate TO UsrRecertDate
                 MOVE "kept - recertified" TO PrnAppAction
                 ADD 1 TO KeptCount
              WHEN AcdRemove AND AcdWholeAccount
                 PERFORM DisableRecertAccount
              WHEN AcdRemove
                 PERFORM RevokeRecertProgram
              WHEN OTHER
                 MOVE "REJECTED - decision must be K or R"
                                             TO PrnAppAction
                 ADD 1 TO RejectedCount
           END-EVALUATE
           IF DecisionUserFound
              MOVE UserRecord TO UTabRecord(UserIdx)
           END-IF
           WRITE ApplyReportLine FROM ApplyDetailLine
                  AFTER ADVANCING 1 LINES.
       DisableRecertAccount.
           MOVE ApplyRunDate TO UsrRecertDate
           IF UserDisabled
              MOVE "account already disabled" TO PrnAppAction
           ELSE
              SET UserDisabled TO TRUE
              MOVE "DISAB" TO AuditEventLit
              MOVE UsrUserId TO AuditSubjectUserId
              PERFORM WriteAuditRecord
              MOVE "account disabled" TO PrnAppAction
              ADD 1 TO DisabledCount
           END-IF.
       RevokeRecertProgram.
           MOVE ApplyRunDate TO UsrRecertDate
           MOVE "N" TO ProgramFoundFlag
           PERFORM VARYING ProgramIdx FROM 1 BY 1
                   UNTIL ProgramIdx > 10
              IF UsrAllowedProgram(ProgramIdx) = AcdProgramName
                 MOVE SPACES TO UsrAllowedProgram(ProgramIdx)
                 MOVE "Y" TO ProgramFoundFlag
              END-IF
           END-PERFORM
           IF DecisionProgramFound
              MOVE "REVOK" TO AuditEventLit
              MOVE UsrUserId TO AuditSubjectUserId
              PERFORM WriteAuditRecord
              MOVE "program access removed" TO PrnAppAction
              ADD 1 TO RevokedCount
           ELSE
              MOVE "program not held - nothing removed"
                                          TO PrnAppAction
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
       PrintApplyTotals.
           MOVE "Decisions read   = " TO PrnAppCountText
           MOVE DecisionReadCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 3 LINES
           MOVE "Kept             = " TO PrnAppCountText
           MOVE KeptCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Programs removed = " TO PrnAppCountText
           MOVE RevokedCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Accounts disabled= " TO PrnAppCountText
           MOVE DisabledCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "No decision      = " TO PrnAppCountText
           MOVE UndecidedCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Rejected         = " TO PrnAppCountText
           MOVE RejectedCount TO PrnAppCount
           WRITE ApplyReportLine FROM ApplyCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM ACCAPPLY.
