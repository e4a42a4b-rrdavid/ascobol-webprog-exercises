       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatusHistoryFile ASSIGN TO "STATHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS StatusHistoryStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId
                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT CourseRateFile ASSIGN TO "COURSERT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseRateStatus.
           SELECT AwardsFile ASSIGN TO "AWARDS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AwardsFileStatus.
           SELECT AwardStatusFile ASSIGN TO "AWDSTAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AwardStatusFileStatus.
           SELECT AidReturnHistFile ASSIGN TO "AIDRETN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AidReturnHistStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AidReturnReportFile ASSIGN TO "AIDRET.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  StatusHistoryFile.
           01  StatusHistoryRecord.
               COPY STATHCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  CourseRateFile.
           01  CourseRateRecord.
               02  RateCourseCode       PIC X(4).
               02  RateEffFromDate      PIC 9(8).
               02  RateEffToDate        PIC 9(8).
               02  RateCourseFee        PIC S9(5)V99.
       FD  AwardsFile.
           01  AwardRecord.
               88  EndOfAwardsFile      VALUE HIGH-VALUES.
               02  AwdStudentId         PIC 9(7).
               02  AwdAwardCode         PIC X(4).
               02  AwdAwardType         PIC X.
               02  AwdAwardValue        PIC 9(5)V99.
               02  AwdMinimumGpa        PIC 9V99.
       FD  AwardStatusFile.
           01  AwardStatusRecord.
               88  EndOfAwardStatus VALUE HIGH-VALUES.
               02  AwsStudentId     PIC 9(7).
               02  AwsAwardCode     PIC X(4).
               02  AwsDecision      PIC X.
                   88  AwardSuspended VALUE "S".
       FD  AidReturnHistFile.
           01  AidReturnHistRecord.
               COPY AIDRCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  AidReturnReportFile.
           01  AidReturnReportLine  PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "AIDRET".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  StatusHistoryStatus  PIC XX.
       01  StudentFileStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  CourseRateStatus     PIC XX.
       01  AwardsFileStatus     PIC XX.
       01  AwardStatusFileStatus PIC XX.
       01  AidReturnHistStatus  PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  AidReturnRunDate     PIC 9(8).
       01  AidReturnDays        PIC 9(3) VALUE 45.
       01  EarnedThresholdPct   PIC 9(3)V9 VALUE 60.0.
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  AuditProgramNameLit  PIC X(10) VALUE "AIDRET".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "AIDRET".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  EndOfCourseRateFlag  PIC X VALUE "N".
           88  EndOfCourseRate  VALUE "Y".
       01  RateTable.
           02  RateEntry OCCURS 200 TIMES INDEXED BY RateIdx.
               03  RateTabCourseCode    PIC X(4).
               03  RateTabEffFromDate   PIC 9(8).
               03  RateTabEffToDate     PIC 9(8).
               03  RateTabCourseFee     PIC S9(5)V99.
       01  RateTableCount       PIC 9(4) VALUE ZERO.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode          PIC X(5).
               03  TermTabStartDate     PIC 9(8).
               03  TermTabEndDate       PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  AwardsTable.
           02  AwardEntry OCCURS 200 TIMES INDEXED BY AwardIdx.
               03  AwdTabStudentId      PIC 9(7).
               03  AwdTabAwardCode      PIC X(4).
               03  AwdTabAwardType      PIC X.
               03  AwdTabAwardValue     PIC 9(5)V99.
       01  AwardsTableCount     PIC 9(4) VALUE ZERO.
       01  SuspendedAwardTable.
           02  SuspendedAwardEntry OCCURS 200 TIMES
                                    INDEXED BY SuspAwdIdx.
               03  SAwdStudentId    PIC 9(7).
               03  SAwdAwardCode    PIC X(4).
       01  SuspendedAwardCount  PIC 9(4) VALUE ZERO.
       01  AwardSuspendedFlag   PIC X VALUE "N".
           88  ThisAwardSuspended VALUE "Y".
       01  ProcessedTable.
           02  ProcessedEntry OCCURS 500 TIMES INDEXED BY ProcIdx.
               03  ProcStudentId    PIC 9(7).
               03  ProcTermCode     PIC X(5).
       01  ProcessedCount       PIC 9(4) VALUE ZERO.
       01  ProcKeyStudentId     PIC 9(7).
       01  ProcKeyTermCode      PIC X(5).
       01  ProcessedFlag        PIC X VALUE "N".
           88  AlreadyProcessed VALUE "Y".
       01  AwardCodeTable.
           02  AwardCodeEntry OCCURS 50 TIMES INDEXED BY CodeIdx.
               03  CodeTabAwardCode     PIC X(4).
               03  CodeTabStudents      PIC 9(5).
               03  CodeTabApplied       PIC S9(9)V99.
               03  CodeTabReturned      PIC S9(9)V99.
       01  AwardCodeCount       PIC 9(4) VALUE ZERO.
       01  StudentFoundFlag     PIC X VALUE "N".
           88  StudentFound     VALUE "Y".
       01  TermFoundFlag        PIC X VALUE "N".
           88  TermFound        VALUE "Y".
       01  CurrentRateCourse    PIC X(4).
       01  OtherCourseRetIdx    PIC 9.
       01  OtherCourseRetLimit  PIC 9.
       01  StudentTuitionTotal  PIC S9(7)V99 VALUE ZERO.
       01  AidRemainingBase     PIC S9(7)V99 VALUE ZERO.
       01  OneAwardAmount       PIC S9(7)V99 VALUE ZERO.
       01  OneAwardReturn       PIC S9(7)V99 VALUE ZERO.
       01  OneAwardEarned       PIC S9(7)V99 VALUE ZERO.
       01  StudentAidApplied    PIC S9(7)V99 VALUE ZERO.
       01  StudentAidReturned   PIC S9(7)V99 VALUE ZERO.
       01  TermStartInteger     PIC 9(8).
       01  TermEndInteger       PIC 9(8).
       01  WithdrawInteger      PIC 9(8).
       01  DeadlineInteger      PIC 9(8).
       01  RunDateInteger       PIC 9(8).
       01  TermTotalDays        PIC S9(5) VALUE ZERO.
       01  DaysCompleted        PIC S9(5) VALUE ZERO.
       01  PctCompleted         PIC 9(3)V9 VALUE ZERO.
       01  ReturnDeadlineDate   PIC 9(8).
       01  AidReturnTotals.
           02  WithdrawalReadCount  PIC 9(6) VALUE ZERO.
           02  WorksheetCount       PIC 9(6) VALUE ZERO.
           02  FullyEarnedCount     PIC 9(6) VALUE ZERO.
           02  PastDeadlineCount    PIC 9(6) VALUE ZERO.
           02  AlreadyDoneCount     PIC 9(6) VALUE ZERO.
           02  WithdrawErrorCount   PIC 9(6) VALUE ZERO.
           02  TotalAidApplied      PIC S9(9)V99 VALUE ZERO.
           02  TotalAidReturned     PIC S9(9)V99 VALUE ZERO.
       01  AidReturnHeadingLine PIC X(40)
           VALUE "  Return of Aid Worksheets".
       01  WorksheetStudentLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnWksStudentId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnWksSurname    PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnWksGivenNames PIC X(15).
       01  WorksheetTermLine.
           02  FILLER           PIC X(10) VALUE "Term     -".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnWksTermCode   PIC X(5).
           02  FILLER           PIC X(9)  VALUE "  Start  ".
           02  PrnWksTermStart  PIC 9(8).
           02  FILLER           PIC X(7)  VALUE "  End  ".
           02  PrnWksTermEnd    PIC 9(8).
       01  WorksheetWithdrawLine.
           02  FILLER           PIC X(10) VALUE "Withdrawn-".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnWksWithdrawDate PIC 9(8).
           02  FILLER           PIC X(17) VALUE "  Return due by  ".
           02  PrnWksDeadline   PIC 9(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnWksLateFlag   PIC X(20).
       01  WorksheetDaysLine.
           02  FILLER           PIC X(19) VALUE "Days completed   = ".
           02  PrnWksDaysDone   PIC ZZZZ9.
           02  FILLER           PIC X(4)  VALUE " of ".
           02  PrnWksTermDays   PIC ZZZZ9.
           02  FILLER           PIC X(13) VALUE "   Percent = ".
           02  PrnWksPct        PIC ZZ9.9.
       01  WorksheetColumnLine  PIC X(60)
           VALUE "   Award        Applied       Earned     Unearned".
       01  WorksheetAwardLine.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnWksAwardCode  PIC X(4).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnWksApplied    PIC ZZZ,ZZ9.99.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnWksEarned     PIC ZZZ,ZZ9.99.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnWksUnearned   PIC ZZZ,ZZ9.99.
       01  WorksheetTotalLine.
           02  FILLER           PIC X(19) VALUE "Aid to return    = ".
           02  PrnWksTotalReturn PIC -(6)9.99.
       01  WorksheetEarnedLine  PIC X(60)
           VALUE "Aid fully earned - no return required".
       01  WorksheetNoAidLine   PIC X(60)
           VALUE "No aid applied for the term".
       01  AidReturnErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnErrStudentId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrText       PIC X(30).
       01  RegisterHeadingLine  PIC X(40)
           VALUE "  Return of Aid Register by Award".
       01  RegisterColumnLine   PIC X(60)
           VALUE "   Award  Students       Applied      Returned".
       01  RegisterDetailLine.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnRegAwardCode  PIC X(4).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnRegStudents   PIC ZZ,ZZ9.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegApplied    PIC -(8)9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegReturned   PIC -(8)9.99.
       01  AidReturnCountLine.
           02  PrnRetCountText  PIC X(20).
           02  PrnRetCount      PIC ZZZ,ZZ9.
       01  AidReturnAmountLine.
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
           PERFORM CheckRunControl
           COMPUTE RunDateInteger =
                   FUNCTION INTEGER-OF-DATE(AidReturnRunDate)
           PERFORM LoadRateTable
           PERFORM LoadTermTable
           PERFORM LoadAwardsTable
           PERFORM LoadAwardStatusTable
           PERFORM LoadProcessedTable
           OPEN INPUT StatusHistoryFile
           IF StatusHistoryStatus NOT = "00"
              MOVE "STATHIST.DAT" TO ErrorFileName
              MOVE StatusHistoryStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O LedgerFile
           IF LedgerFileStatus NOT = "00"
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE LedgerFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND AidReturnHistFile
           IF AidReturnHistStatus = "35"
              OPEN OUTPUT AidReturnHistFile
           END-IF
           OPEN OUTPUT AidReturnReportFile
           WRITE AidReturnReportLine FROM AidReturnHeadingLine
                  AFTER ADVANCING PAGE
           READ StatusHistoryFile
             AT END SET EndOfStatusHistory TO TRUE
           END-READ
           PERFORM UNTIL EndOfStatusHistory
              IF SthNewStatus = "W"
                 AND SthEffDate <= AidReturnRunDate
                 ADD 1 TO WithdrawalReadCount
                 PERFORM ProcessOneWithdrawal
              END-IF
              READ StatusHistoryFile
                AT END SET EndOfStatusHistory TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintAwardRegister
           CLOSE StatusHistoryFile, StudentFile, LedgerFile,
                 AidReturnHistFile, AidReturnReportFile
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
           MOVE WorksheetCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO AidReturnRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT AidReturnRunDate FROM DATE YYYYMMDD
           END-IF.
       LoadRateTable.
           OPEN INPUT CourseRateFile
           IF CourseRateStatus NOT = "00"
              MOVE "COURSERT.DAT" TO ErrorFileName
              MOVE CourseRateStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ CourseRateFile
             AT END SET EndOfCourseRate TO TRUE
           END-READ
           PERFORM UNTIL EndOfCourseRate
              IF RateTableCount < 200
                 ADD 1 TO RateTableCount
                 SET RateIdx TO RateTableCount
                 MOVE RateCourseCode  TO RateTabCourseCode(RateIdx)
                 MOVE RateEffFromDate TO RateTabEffFromDate(RateIdx)
                 MOVE RateEffToDate   TO RateTabEffToDate(RateIdx)
                 MOVE RateCourseFee   TO RateTabCourseFee(RateIdx)
              ELSE
                 MOVE "COURSERT.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ CourseRateFile
                AT END SET EndOfCourseRate TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseRateFile.
       LoadTermTable.
           OPEN INPUT TermMasterFile
           IF TermMasterStatus NOT = "00"
              MOVE "TERMMST.DAT" TO ErrorFileName
              MOVE TermMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ TermMasterFile
             AT END SET EndOfTermFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermFile
              IF TermTableCount < 20
                 ADD 1 TO TermTableCount
                 SET TermIdx TO TermTableCount
                 MOVE TermCode      TO TermTabCode(TermIdx)
                 MOVE TermStartDate TO TermTabStartDate(TermIdx)
                 MOVE TermEndDate   TO TermTabEndDate(TermIdx)
              END-IF
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TermMasterFile.
       LoadAwardsTable.
           OPEN INPUT AwardsFile
           IF AwardsFileStatus = "00"
              READ AwardsFile
                AT END SET EndOfAwardsFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAwardsFile
                 IF AwardsTableCount < 200
                    ADD 1 TO AwardsTableCount
                    SET AwardIdx TO AwardsTableCount
                    MOVE AwdStudentId  TO AwdTabStudentId(AwardIdx)
                    MOVE AwdAwardCode  TO AwdTabAwardCode(AwardIdx)
                    MOVE AwdAwardType  TO AwdTabAwardType(AwardIdx)
                    MOVE AwdAwardValue TO AwdTabAwardValue(AwardIdx)
                 ELSE
                    MOVE "AWARDS.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ AwardsFile
                   AT END SET EndOfAwardsFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AwardsFile
           END-IF.
       LoadAwardStatusTable.
           OPEN INPUT AwardStatusFile
           IF AwardStatusFileStatus = "00"
              READ AwardStatusFile
                AT END SET EndOfAwardStatus TO TRUE
              END-READ
              PERFORM UNTIL EndOfAwardStatus
                 IF AwardSuspended
                    AND SuspendedAwardCount < 200
                    ADD 1 TO SuspendedAwardCount
                    SET SuspAwdIdx TO SuspendedAwardCount
                    MOVE AwsStudentId
                                TO SAwdStudentId(SuspAwdIdx)
                    MOVE AwsAwardCode
                                TO SAwdAwardCode(SuspAwdIdx)
                 END-IF
                 READ AwardStatusFile
                   AT END SET EndOfAwardStatus TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AwardStatusFile
           END-IF.
       LoadProcessedTable.
           OPEN INPUT AidReturnHistFile
           IF AidReturnHistStatus = "00"
              READ AidReturnHistFile
                AT END SET EndOfAidReturnHist TO TRUE
              END-READ
              PERFORM UNTIL EndOfAidReturnHist
                 MOVE AdrStudentId TO ProcKeyStudentId
                 MOVE AdrTermCode  TO ProcKeyTermCode
                 PERFORM CheckAlreadyProcessed
                 IF NOT AlreadyProcessed
                    PERFORM AddProcessedEntry
                 END-IF
                 READ AidReturnHistFile
                   AT END SET EndOfAidReturnHist TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AidReturnHistFile
           END-IF.
       CheckAlreadyProcessed.
           MOVE "N" TO ProcessedFlag
           SET ProcIdx TO 1
           PERFORM UNTIL ProcIdx > ProcessedCount
              OR AlreadyProcessed
              IF ProcStudentId(ProcIdx) = ProcKeyStudentId
                 AND ProcTermCode(ProcIdx) = ProcKeyTermCode
                 MOVE "Y" TO ProcessedFlag
              ELSE
                 SET ProcIdx UP BY 1
              END-IF
           END-PERFORM.
       AddProcessedEntry.
           IF ProcessedCount < 500
              ADD 1 TO ProcessedCount
              SET ProcIdx TO ProcessedCount
              MOVE ProcKeyStudentId TO ProcStudentId(ProcIdx)
              MOVE ProcKeyTermCode  TO ProcTermCode(ProcIdx)
           ELSE
              MOVE "AIDRETN.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       ProcessOneWithdrawal.
           MOVE "N" TO StudentFoundFlag
           MOVE SthStudentId TO StudentId
           READ StudentFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO StudentFoundFlag
           END-READ
           EVALUATE TRUE
              WHEN NOT StudentFound
                 MOVE "not on student master" TO PrnErrText
                 PERFORM WriteWithdrawalError
              WHEN NOT StudentWithdrawn
                 CONTINUE
              WHEN OTHER
                 MOVE StudentId      TO ProcKeyStudentId
                 MOVE EnrollTermCode TO ProcKeyTermCode
                 PERFORM CheckAlreadyProcessed
                 IF AlreadyProcessed
                    ADD 1 TO AlreadyDoneCount
                 ELSE
                    PERFORM FindWithdrawalTerm
                    IF NOT TermFound
                       MOVE "term not on term master" TO PrnErrText
                       PERFORM WriteWithdrawalError
                    ELSE
                       PERFORM ProduceAidWorksheet
                       PERFORM AddProcessedEntry
                    END-IF
                 END-IF
           END-EVALUATE.
       FindWithdrawalTerm.
           MOVE "N" TO TermFoundFlag
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              OR TermFound
              IF TermTabCode(TermIdx) = EnrollTermCode
                 MOVE "Y" TO TermFoundFlag
              ELSE
                 SET TermIdx UP BY 1
              END-IF
           END-PERFORM.
       ComputeTermCompleted.
           COMPUTE TermStartInteger =
                   FUNCTION INTEGER-OF-DATE(TermTabStartDate(TermIdx))
           COMPUTE TermEndInteger =
                   FUNCTION INTEGER-OF-DATE(TermTabEndDate(TermIdx))
           COMPUTE WithdrawInteger =
                   FUNCTION INTEGER-OF-DATE(SthEffDate)
           COMPUTE TermTotalDays = TermEndInteger - TermStartInteger + 1
           COMPUTE DaysCompleted = WithdrawInteger - TermStartInteger
                                 + 1
           IF DaysCompleted < ZERO
              MOVE ZERO TO DaysCompleted
           END-IF
           IF DaysCompleted > TermTotalDays
              MOVE TermTotalDays TO DaysCompleted
           END-IF
           IF TermTotalDays > ZERO
              COMPUTE PctCompleted ROUNDED =
                      DaysCompleted * 100 / TermTotalDays
           ELSE
              MOVE 100 TO PctCompleted
           END-IF
           COMPUTE DeadlineInteger = WithdrawInteger + AidReturnDays
           COMPUTE ReturnDeadlineDate =
                   FUNCTION DATE-OF-INTEGER(DeadlineInteger).
       ComputeStudentTuition.
           MOVE ZERO TO StudentTuitionTotal
           MOVE CourseCode TO CurrentRateCourse
           PERFORM AddCourseRate
           MOVE OtherCourseCount TO OtherCourseRetLimit
           IF OtherCourseRetLimit > 4
              MOVE 4 TO OtherCourseRetLimit
           END-IF
           PERFORM VARYING OtherCourseRetIdx FROM 1 BY 1
                   UNTIL OtherCourseRetIdx > OtherCourseRetLimit
              MOVE OtherCourseCode(OtherCourseRetIdx)
                                 TO CurrentRateCourse
              PERFORM AddCourseRate
           END-PERFORM.
       AddCourseRate.
           SET RateIdx TO 1
           PERFORM UNTIL RateIdx > RateTableCount
              IF RateTabCourseCode(RateIdx) = CurrentRateCourse
                 AND RateTabEffFromDate(RateIdx)
                     <= TermTabStartDate(TermIdx)
                 AND (RateTabEffToDate(RateIdx) = ZERO
                      OR RateTabEffToDate(RateIdx)
                         >= TermTabStartDate(TermIdx))
                 ADD RateTabCourseFee(RateIdx) TO StudentTuitionTotal
                 SET RateIdx TO RateTableCount
              END-IF
              SET RateIdx UP BY 1
           END-PERFORM.
       ProduceAidWorksheet.
           PERFORM ComputeTermCompleted
           PERFORM ComputeStudentTuition
           MOVE StudentTuitionTotal TO AidRemainingBase
           MOVE ZERO TO StudentAidApplied
           MOVE ZERO TO StudentAidReturned
           ADD 1 TO WorksheetCount
           MOVE StudentId TO PrnWksStudentId
           MOVE Surname    TO PrnWksSurname
           MOVE GivenNames TO PrnWksGivenNames
           WRITE AidReturnReportLine FROM WorksheetStudentLine
                  AFTER ADVANCING 3 LINES
           MOVE EnrollTermCode TO PrnWksTermCode
           MOVE TermTabStartDate(TermIdx) TO PrnWksTermStart
           MOVE TermTabEndDate(TermIdx)   TO PrnWksTermEnd
           WRITE AidReturnReportLine FROM WorksheetTermLine
                  AFTER ADVANCING 1 LINES
           MOVE SthEffDate TO PrnWksWithdrawDate
           MOVE ReturnDeadlineDate TO PrnWksDeadline
           IF RunDateInteger > DeadlineInteger
              MOVE "** PAST DEADLINE **" TO PrnWksLateFlag
              ADD 1 TO PastDeadlineCount
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PrnWksLateFlag
           END-IF
           WRITE AidReturnReportLine FROM WorksheetWithdrawLine
                  AFTER ADVANCING 1 LINES
           MOVE DaysCompleted TO PrnWksDaysDone
           MOVE TermTotalDays TO PrnWksTermDays
           MOVE PctCompleted  TO PrnWksPct
           WRITE AidReturnReportLine FROM WorksheetDaysLine
                  AFTER ADVANCING 1 LINES
           WRITE AidReturnReportLine FROM WorksheetColumnLine
                  AFTER ADVANCING 2 LINES
           SET AwardIdx TO 1
           PERFORM UNTIL AwardIdx > AwardsTableCount
              IF AwdTabStudentId(AwardIdx) = StudentId
                 PERFORM CheckAwardSuspended
                 IF NOT ThisAwardSuspended
                    PERFORM ReturnOneAward
                 END-IF
              END-IF
              SET AwardIdx UP BY 1
           END-PERFORM
           EVALUATE TRUE
              WHEN StudentAidApplied = ZERO
                 WRITE AidReturnReportLine FROM WorksheetNoAidLine
                        AFTER ADVANCING 1 LINES
              WHEN StudentAidReturned = ZERO
                 WRITE AidReturnReportLine FROM WorksheetEarnedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO FullyEarnedCount
              WHEN OTHER
                 MOVE StudentAidReturned TO PrnWksTotalReturn
                 WRITE AidReturnReportLine FROM WorksheetTotalLine
                        AFTER ADVANCING 2 LINES
           END-EVALUATE.
       CheckAwardSuspended.
           MOVE "N" TO AwardSuspendedFlag
           SET SuspAwdIdx TO 1
           PERFORM UNTIL SuspAwdIdx > SuspendedAwardCount
              OR ThisAwardSuspended
              IF SAwdStudentId(SuspAwdIdx)
                 = AwdTabStudentId(AwardIdx)
                 AND SAwdAwardCode(SuspAwdIdx)
                 = AwdTabAwardCode(AwardIdx)
                 MOVE "Y" TO AwardSuspendedFlag
              ELSE
                 SET SuspAwdIdx UP BY 1
              END-IF
           END-PERFORM.
       ReturnOneAward.
           IF AwdTabAwardType(AwardIdx) = "P" OR "p"
              COMPUTE OneAwardAmount ROUNDED =
                      StudentTuitionTotal
                      * AwdTabAwardValue(AwardIdx) / 100
           ELSE
              MOVE AwdTabAwardValue(AwardIdx) TO OneAwardAmount
           END-IF
           IF OneAwardAmount > AidRemainingBase
              MOVE AidRemainingBase TO OneAwardAmount
           END-IF
           SUBTRACT OneAwardAmount FROM AidRemainingBase
           IF PctCompleted > EarnedThresholdPct
              MOVE ZERO TO OneAwardReturn
           ELSE
              COMPUTE OneAwardReturn ROUNDED =
                      OneAwardAmount * (100 - PctCompleted) / 100
           END-IF
           COMPUTE OneAwardEarned = OneAwardAmount - OneAwardReturn
           MOVE AwdTabAwardCode(AwardIdx) TO PrnWksAwardCode
           MOVE OneAwardAmount TO PrnWksApplied
           MOVE OneAwardEarned TO PrnWksEarned
           MOVE OneAwardReturn TO PrnWksUnearned
           WRITE AidReturnReportLine FROM WorksheetAwardLine
                  AFTER ADVANCING 1 LINES
           IF OneAwardReturn > ZERO
              MOVE SPACES TO LedgerRecord
              MOVE StudentId TO LedgStudentId
              MOVE AidReturnRunDate TO LedgEntryDate
              MOVE "RAD"            TO LedgEntryType
              MOVE OneAwardReturn   TO LedgAmount
              MOVE 1 TO LedgEntrySeq
              PERFORM WriteLedgerWithSeq
           END-IF
           MOVE StudentId TO AdrStudentId
           MOVE EnrollTermCode            TO AdrTermCode
           MOVE AwdTabAwardCode(AwardIdx) TO AdrAwardCode
           MOVE SthEffDate                TO AdrWithdrawDate
           MOVE PctCompleted              TO AdrPctCompleted
           MOVE OneAwardAmount            TO AdrAidApplied
           MOVE OneAwardReturn            TO AdrAidReturned
           MOVE AidReturnRunDate          TO AdrRunDate
           WRITE AidReturnHistRecord
           ADD OneAwardAmount TO StudentAidApplied
           ADD OneAwardReturn TO StudentAidReturned
           ADD OneAwardAmount TO TotalAidApplied
           ADD OneAwardReturn TO TotalAidReturned
           PERFORM AccumulateAwardCode.
       AccumulateAwardCode.
           SET CodeIdx TO 1
           PERFORM UNTIL CodeIdx > AwardCodeCount
              OR CodeTabAwardCode(CodeIdx) = AwdTabAwardCode(AwardIdx)
              SET CodeIdx UP BY 1
           END-PERFORM
           IF CodeIdx > AwardCodeCount
              IF AwardCodeCount < 50
                 ADD 1 TO AwardCodeCount
                 SET CodeIdx TO AwardCodeCount
                 MOVE AwdTabAwardCode(AwardIdx)
                                    TO CodeTabAwardCode(CodeIdx)
                 MOVE ZERO TO CodeTabStudents(CodeIdx)
                 MOVE ZERO TO CodeTabApplied(CodeIdx)
                 MOVE ZERO TO CodeTabReturned(CodeIdx)
              ELSE
                 MOVE "AWARDS.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF
           ADD 1 TO CodeTabStudents(CodeIdx)
           ADD OneAwardAmount TO CodeTabApplied(CodeIdx)
           ADD OneAwardReturn TO CodeTabReturned(CodeIdx).
       WriteWithdrawalError.
           MOVE SthStudentId TO PrnErrStudentId
           WRITE AidReturnReportLine FROM AidReturnErrorLine
                  AFTER ADVANCING 2 LINES
           ADD 1 TO WithdrawErrorCount
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
       PrintAwardRegister.
           WRITE AidReturnReportLine FROM RegisterHeadingLine
                  AFTER ADVANCING PAGE
           WRITE AidReturnReportLine FROM RegisterColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING CodeIdx FROM 1 BY 1
                   UNTIL CodeIdx > AwardCodeCount
              MOVE CodeTabAwardCode(CodeIdx) TO PrnRegAwardCode
              MOVE CodeTabStudents(CodeIdx)  TO PrnRegStudents
              MOVE CodeTabApplied(CodeIdx)   TO PrnRegApplied
              MOVE CodeTabReturned(CodeIdx)  TO PrnRegReturned
              WRITE AidReturnReportLine FROM RegisterDetailLine
                     AFTER ADVANCING 1 LINES
           END-PERFORM
           MOVE "Withdrawals read = " TO PrnRetCountText
           MOVE WithdrawalReadCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Worksheets       = " TO PrnRetCountText
           MOVE WorksheetCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Fully earned     = " TO PrnRetCountText
           MOVE FullyEarnedCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Past deadline    = " TO PrnRetCountText
           MOVE PastDeadlineCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Done previously  = " TO PrnRetCountText
           MOVE AlreadyDoneCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Errors           = " TO PrnRetCountText
           MOVE WithdrawErrorCount TO PrnRetCount
           WRITE AidReturnReportLine FROM AidReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Aid applied      = " TO PrnRetAmountText
           MOVE TotalAidApplied TO PrnRetAmountTotal
           WRITE AidReturnReportLine FROM AidReturnAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Aid returned     = " TO PrnRetAmountText
           MOVE TotalAidReturned TO PrnRetAmountTotal
           WRITE AidReturnReportLine FROM AidReturnAmountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM AIDRET.
