       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JobLogFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AuditLogFileStatus.
           SELECT JobHistoryFile ASSIGN TO "JOBHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JobHistoryStatus.
           SELECT HistoryReportFile ASSIGN TO "BATHIST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JobLogFile.
           01  JobLogLine.
               88  EndOfJobLog      VALUE HIGH-VALUES.
               02  LogStepNumber    PIC 9(3).
               02  FILLER           PIC X.
               02  LogProgramName   PIC X(10).
               02  FILLER           PIC X.
               02  LogEventType     PIC X(5).
               02  FILLER           PIC X.
               02  LogDate          PIC 9(8).
               02  FILLER           PIC X.
               02  LogTime          PIC 9(8).
               02  FILLER           PIC X.
               02  LogStatus        PIC X(8).
       FD  AuditLogFile.
           01  AuditLogRecord.
               88  EndOfAuditLog    VALUE HIGH-VALUES.
               COPY AUDITCPY.
           01  AuditDetailRecord.
               COPY AUDDCPY.
       FD  JobHistoryFile.
           01  JobHistoryRecord.
               88  EndOfJobHistory  VALUE HIGH-VALUES.
               02  HstStreamDate    PIC 9(8).
               02  FILLER           PIC X.
               02  HstStepNumber    PIC 9(3).
               02  FILLER           PIC X.
               02  HstProgramName   PIC X(10).
               02  FILLER           PIC X.
               02  HstStartTime     PIC 9(8).
               02  FILLER           PIC X.
               02  HstElapsed       PIC 9(7).
               02  FILLER           PIC X.
               02  HstRecordCount   PIC 9(6).
               02  FILLER           PIC X.
               02  HstStatus        PIC X(8).
       FD  HistoryReportFile.
           01  HistoryReportLine    PIC X(100).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "BATHIST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  JobLogFileStatus     PIC XX.
       01  AuditLogFileStatus   PIC XX.
       01  JobHistoryStatus     PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  WindowEndTime        PIC 9(4) VALUE 0600.
       01  WindowEndParts REDEFINES WindowEndTime.
           02  WindowEndHours   PIC 99.
           02  WindowEndMinutes PIC 99.
       01  TolerancePct         PIC 9(3) VALUE 25.
       01  HistoryNights        PIC 9(3) VALUE 30.
       01  StreamDate           PIC 9(8) VALUE ZERO.
       01  StreamDateInteger    PIC S9(9) COMP.
       01  OldestKeptInteger    PIC S9(9) COMP.
       01  HistoryDateInteger   PIC S9(9) COMP.
       01  StreamStartSeconds   PIC S9(11) COMP.
       01  StreamEndSeconds     PIC S9(11) COMP VALUE ZERO.
       01  WindowEndSeconds     PIC S9(11) COMP.
       01  AuditEventSeconds    PIC S9(11) COMP.
       01  AbsoluteSeconds      PIC S9(11) COMP.
       01  DateWorkField        PIC 9(8).
       01  TimeWorkField        PIC 9(8).
       01  TimeWorkParts REDEFINES TimeWorkField.
           02  TimeWorkHours    PIC 99.
           02  TimeWorkMinutes  PIC 99.
           02  TimeWorkSeconds  PIC 99.
           02  FILLER           PIC 99.
       01  StepTable.
           02  StepEntry OCCURS 50 TIMES INDEXED BY StepIdx.
               03  StepTabNumber    PIC 9(3).
               03  StepTabProgram   PIC X(10).
               03  StepTabStartDate PIC 9(8).
               03  StepTabStartTime PIC 9(8).
               03  StepTabStartSecs PIC S9(11) COMP.
               03  StepTabEndSecs   PIC S9(11) COMP.
               03  StepTabElapsed   PIC 9(7).
               03  StepTabRecords   PIC 9(6).
               03  StepTabStatus    PIC X(8).
               03  StepTabBaseNights PIC 9(4).
               03  StepTabBaseTotal PIC 9(9).
               03  StepTabBaseRecTotal PIC 9(10).
       01  StepTableCount       PIC 9(3) VALUE ZERO.
       01  StepFoundFlag        PIC X.
           88  StepEntryFound   VALUE "Y".
       01  HistoryTable.
           02  HistoryEntry PIC X(56) OCCURS 2000 TIMES
                            INDEXED BY HistIdx.
       01  HistoryTableCount    PIC 9(4) VALUE ZERO.
       01  BaselineElapsed      PIC 9(7).
       01  BaselineRecords      PIC 9(6).
       01  ElapsedPct           PIC 9(5).
       01  ToleranceLimit       PIC 9(9).
       01  HistoryTotals.
           02  StepsReportedCount PIC 9(4) VALUE ZERO.
           02  SlowStepCount    PIC 9(4) VALUE ZERO.
           02  PastWindowCount  PIC 9(4) VALUE ZERO.
           02  HistoryKeptCount PIC 9(6) VALUE ZERO.
           02  HistoryDroppedCount PIC 9(6) VALUE ZERO.
       01  HistoryHeadingLine.
           02  FILLER           PIC X(40) VALUE
               "  Batch Window Elapsed Time - stream of ".
           02  PrnStreamDate    PIC 9(8).
       01  HistoryControlLine.
           02  FILLER           PIC X(14) VALUE "Window end  - ".
           02  PrnWindowEnd     PIC 9(4).
           02  FILLER           PIC X(16) VALUE "   Tolerance  - ".
           02  PrnTolerancePct  PIC ZZ9.
           02  FILLER           PIC X(18) VALUE "%   History     - ".
           02  PrnHistoryNights PIC ZZ9.
           02  FILLER           PIC X(7)  VALUE " nights".
       01  HistoryColumnLine.
           02  FILLER           PIC X(50) VALUE
               "Stp Program    Start  Elapsed    Base   Pct Record".
           02  FILLER           PIC X(50) VALUE
               "s BaseRec Status   Flags".
       01  HistoryDetailLine.
           02  PrnStepNumber    PIC 9(3).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepProgram   PIC X(10).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepStarted   PIC 9(6).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepElapsed   PIC ZZZ,ZZ9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepBaseline  PIC ZZZ,ZZ9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepPct       PIC ZZZZ9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepRecords   PIC ZZZ,ZZ9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepBaseRecs  PIC ZZZ,ZZ9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnStepStatus    PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnFlagSlow      PIC X(9).
           02  PrnFlagWindow    PIC X(11).
       01  HistoryNoLogLine     PIC X(40)
           VALUE "No job log found for this stream.".
       01  StreamSummaryLine.
           02  FILLER           PIC X(20) VALUE "Stream elapsed   = ".
           02  PrnStreamElapsed PIC ZZZ,ZZ9.
           02  FILLER           PIC X(8)  VALUE " seconds".
       01  StreamWindowOkLine   PIC X(50)
           VALUE "Stream finished within the batch window.".
       01  StreamWindowLateLine PIC X(50)
           VALUE "** STREAM RAN PAST THE BATCH WINDOW END **".
       01  HistoryCountLine.
           02  PrnHistCountText PIC X(20).
           02  PrnHistCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadWindowControl
           OPEN OUTPUT HistoryReportFile
           PERFORM LoadJobLog
           MOVE StreamDate TO PrnStreamDate
           WRITE HistoryReportLine FROM HistoryHeadingLine
                  AFTER ADVANCING PAGE
           MOVE WindowEndTime TO PrnWindowEnd
           MOVE TolerancePct  TO PrnTolerancePct
           MOVE HistoryNights TO PrnHistoryNights
           WRITE HistoryReportLine FROM HistoryControlLine
                  AFTER ADVANCING 1 LINES
           IF StepTableCount = ZERO
              WRITE HistoryReportLine FROM HistoryNoLogLine
                     AFTER ADVANCING 2 LINES
              CLOSE HistoryReportFile
              GOBACK
           END-IF
           COMPUTE StreamDateInteger =
                   FUNCTION INTEGER-OF-DATE(StreamDate)
           COMPUTE OldestKeptInteger =
                   StreamDateInteger - HistoryNights
           PERFORM ComputeWindowEnd
           PERFORM MatchAuditCounts
           PERFORM LoadJobHistory
           WRITE HistoryReportLine FROM HistoryColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM PrintOneStep
                   VARYING StepIdx FROM 1 BY 1
                   UNTIL StepIdx > StepTableCount
           PERFORM PrintStreamSummary
           PERFORM RewriteJobHistory
           MOVE "Steps reported   = " TO PrnHistCountText
           MOVE StepsReportedCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Over tolerance   = " TO PrnHistCountText
           MOVE SlowStepCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Past window end  = " TO PrnHistCountText
           MOVE PastWindowCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "History kept     = " TO PrnHistCountText
           MOVE HistoryKeptCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "History dropped  = " TO PrnHistCountText
           MOVE HistoryDroppedCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE HistoryReportFile
           IF SlowStepCount > ZERO OR PastWindowCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadWindowControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "BATCH-WINDOW-END" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO WindowEndTime
           END-IF
           MOVE "BATCH-OVERRUN-PCT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO TolerancePct
           END-IF
           MOVE "BATCH-HISTORY-NIGHTS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO HistoryNights
           END-IF.
       ComputeAbsoluteSeconds.
           MOVE ZERO TO AbsoluteSeconds
           IF DateWorkField NUMERIC AND DateWorkField > ZERO
              AND TimeWorkField NUMERIC
              COMPUTE AbsoluteSeconds =
                      FUNCTION INTEGER-OF-DATE(DateWorkField) * 86400
                    + TimeWorkHours * 3600 + TimeWorkMinutes * 60
                    + TimeWorkSeconds
           END-IF.
       LoadJobLog.
           OPEN INPUT JobLogFile
           IF JobLogFileStatus NOT = "00"
              SET EndOfJobLog TO TRUE
           ELSE
              READ JobLogFile
                AT END SET EndOfJobLog TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfJobLog
              EVALUATE LogEventType
                 WHEN "START" PERFORM RecordStepStart
                 WHEN "END"   PERFORM RecordStepEnd
                 WHEN OTHER   CONTINUE
              END-EVALUATE
              READ JobLogFile
                AT END SET EndOfJobLog TO TRUE
              END-READ
           END-PERFORM
           IF JobLogFileStatus = "00" OR JobLogFileStatus = "10"
              CLOSE JobLogFile
           END-IF.
       RecordStepStart.
           IF StepTableCount < 50
              ADD 1 TO StepTableCount
              SET StepIdx TO StepTableCount
              IF StreamDate = ZERO
                 MOVE LogDate TO StreamDate
              END-IF
              MOVE LogStepNumber  TO StepTabNumber(StepIdx)
              MOVE LogProgramName TO StepTabProgram(StepIdx)
              MOVE LogDate        TO StepTabStartDate(StepIdx)
              MOVE LogTime        TO StepTabStartTime(StepIdx)
              MOVE LogDate TO DateWorkField
              MOVE LogTime TO TimeWorkField
              PERFORM ComputeAbsoluteSeconds
              MOVE AbsoluteSeconds TO StepTabStartSecs(StepIdx)
              MOVE ZERO TO StepTabEndSecs(StepIdx)
              MOVE ZERO TO StepTabElapsed(StepIdx)
              MOVE ZERO TO StepTabRecords(StepIdx)
              MOVE "NO END" TO StepTabStatus(StepIdx)
              MOVE ZERO TO StepTabBaseNights(StepIdx)
              MOVE ZERO TO StepTabBaseTotal(StepIdx)
              MOVE ZERO TO StepTabBaseRecTotal(StepIdx)
           ELSE
              MOVE "JOBLOG.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       RecordStepEnd.
           MOVE "N" TO StepFoundFlag
           SET StepIdx TO StepTableCount
           PERFORM UNTIL StepIdx < 1 OR StepEntryFound
              IF StepTabNumber(StepIdx) = LogStepNumber
                 MOVE "Y" TO StepFoundFlag
              ELSE
                 SET StepIdx DOWN BY 1
              END-IF
           END-PERFORM
           IF StepEntryFound
              MOVE LogDate TO DateWorkField
              MOVE LogTime TO TimeWorkField
              PERFORM ComputeAbsoluteSeconds
              MOVE AbsoluteSeconds TO StepTabEndSecs(StepIdx)
              MOVE LogStatus TO StepTabStatus(StepIdx)
              IF AbsoluteSeconds > StepTabStartSecs(StepIdx)
                 COMPUTE StepTabElapsed(StepIdx) =
                         AbsoluteSeconds - StepTabStartSecs(StepIdx)
              END-IF
              IF AbsoluteSeconds > StreamEndSeconds
                 MOVE AbsoluteSeconds TO StreamEndSeconds
              END-IF
           END-IF.
       ComputeWindowEnd.
           MOVE StepTabStartSecs(1) TO StreamStartSeconds
           COMPUTE WindowEndSeconds = StreamDateInteger * 86400
                 + WindowEndHours * 3600 + WindowEndMinutes * 60
           IF WindowEndSeconds <= StreamStartSeconds
              ADD 86400 TO WindowEndSeconds
           END-IF.
       MatchAuditCounts.
           OPEN INPUT AuditLogFile
           IF AuditLogFileStatus NOT = "00"
              SET EndOfAuditLog TO TRUE
           ELSE
              READ AuditLogFile
                AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfAuditLog
              IF AuditEventType = "END"
                 MOVE AuditRunDate TO DateWorkField
                 MOVE AuditRunTime TO TimeWorkField
                 PERFORM ComputeAbsoluteSeconds
                 MOVE AbsoluteSeconds TO AuditEventSeconds
                 PERFORM MatchOneAuditEnd
                         VARYING StepIdx FROM 1 BY 1
                         UNTIL StepIdx > StepTableCount
              END-IF
              READ AuditLogFile
                AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-PERFORM
           IF AuditLogFileStatus = "00" OR AuditLogFileStatus = "10"
              CLOSE AuditLogFile
           END-IF.
       MatchOneAuditEnd.
           IF AuditProgramName = StepTabProgram(StepIdx)
              AND AuditEventSeconds >= StepTabStartSecs(StepIdx)
              AND AuditEventSeconds <= StepTabEndSecs(StepIdx)
              MOVE AuditRecordCount TO StepTabRecords(StepIdx)
           END-IF.
       LoadJobHistory.
           OPEN INPUT JobHistoryFile
           IF JobHistoryStatus NOT = "00"
              SET EndOfJobHistory TO TRUE
           ELSE
              READ JobHistoryFile
                AT END SET EndOfJobHistory TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfJobHistory
              PERFORM KeepOneHistory
              READ JobHistoryFile
                AT END SET EndOfJobHistory TO TRUE
              END-READ
           END-PERFORM
           IF JobHistoryStatus = "00" OR JobHistoryStatus = "10"
              CLOSE JobHistoryFile
           END-IF.
       KeepOneHistory.
           MOVE ZERO TO HistoryDateInteger
           IF HstStreamDate NUMERIC AND HstStreamDate > ZERO
              COMPUTE HistoryDateInteger =
                      FUNCTION INTEGER-OF-DATE(HstStreamDate)
           END-IF
           IF HstStreamDate = StreamDate
              OR HistoryDateInteger <= OldestKeptInteger
              ADD 1 TO HistoryDroppedCount
           ELSE
              IF HistoryTableCount < 2000
                 ADD 1 TO HistoryTableCount
                 MOVE JobHistoryRecord
                                 TO HistoryEntry(HistoryTableCount)
                 ADD 1 TO HistoryKeptCount
                 IF HstStatus = "OK"
                    PERFORM AddToBaseline
                 END-IF
              ELSE
                 MOVE "JOBHIST.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF.
       AddToBaseline.
           PERFORM VARYING StepIdx FROM 1 BY 1
                   UNTIL StepIdx > StepTableCount
              IF StepTabNumber(StepIdx) = HstStepNumber
                 AND StepTabProgram(StepIdx) = HstProgramName
                 ADD 1 TO StepTabBaseNights(StepIdx)
                 ADD HstElapsed TO StepTabBaseTotal(StepIdx)
                 ADD HstRecordCount TO StepTabBaseRecTotal(StepIdx)
              END-IF
           END-PERFORM.
       PrintOneStep.
           MOVE SPACES TO PrnFlagSlow
           MOVE SPACES TO PrnFlagWindow
           MOVE ZERO TO BaselineElapsed
           MOVE ZERO TO BaselineRecords
           MOVE ZERO TO ElapsedPct
           IF StepTabBaseNights(StepIdx) > ZERO
              COMPUTE BaselineElapsed ROUNDED =
                      StepTabBaseTotal(StepIdx)
                    / StepTabBaseNights(StepIdx)
              COMPUTE BaselineRecords ROUNDED =
                      StepTabBaseRecTotal(StepIdx)
                    / StepTabBaseNights(StepIdx)
           END-IF
           IF StepTabStatus(StepIdx) = "OK" AND BaselineElapsed > ZERO
              COMPUTE ElapsedPct ROUNDED =
                      StepTabElapsed(StepIdx) * 100 / BaselineElapsed
              COMPUTE ToleranceLimit ROUNDED =
                      BaselineElapsed * (100 + TolerancePct) / 100
              IF StepTabElapsed(StepIdx) > ToleranceLimit
                 MOVE "*SLOWER*" TO PrnFlagSlow
                 ADD 1 TO SlowStepCount
              END-IF
           END-IF
           IF StepTabEndSecs(StepIdx) > WindowEndSeconds
              MOVE "*PAST END*" TO PrnFlagWindow
              ADD 1 TO PastWindowCount
           END-IF
           MOVE StepTabNumber(StepIdx)  TO PrnStepNumber
           MOVE StepTabProgram(StepIdx) TO PrnStepProgram
           MOVE StepTabStartTime(StepIdx)(1:6) TO PrnStepStarted
           MOVE StepTabElapsed(StepIdx) TO PrnStepElapsed
           MOVE BaselineElapsed TO PrnStepBaseline
           MOVE ElapsedPct TO PrnStepPct
           MOVE StepTabRecords(StepIdx) TO PrnStepRecords
           MOVE BaselineRecords TO PrnStepBaseRecs
           MOVE StepTabStatus(StepIdx) TO PrnStepStatus
           WRITE HistoryReportLine FROM HistoryDetailLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO StepsReportedCount.
       PrintStreamSummary.
           IF StreamEndSeconds > StreamStartSeconds
              COMPUTE PrnStreamElapsed =
                      StreamEndSeconds - StreamStartSeconds
           ELSE
              MOVE ZERO TO PrnStreamElapsed
           END-IF
           WRITE HistoryReportLine FROM StreamSummaryLine
                  AFTER ADVANCING 2 LINES
           IF StreamEndSeconds > WindowEndSeconds
              WRITE HistoryReportLine FROM StreamWindowLateLine
                     AFTER ADVANCING 1 LINES
           ELSE
              WRITE HistoryReportLine FROM StreamWindowOkLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       RewriteJobHistory.
           OPEN OUTPUT JobHistoryFile
           IF JobHistoryStatus NOT = "00"
              MOVE "JOBHIST.DAT" TO ErrorFileName
              MOVE JobHistoryStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM VARYING HistIdx FROM 1 BY 1
                   UNTIL HistIdx > HistoryTableCount
              MOVE HistoryEntry(HistIdx) TO JobHistoryRecord
              WRITE JobHistoryRecord
           END-PERFORM
           PERFORM VARYING StepIdx FROM 1 BY 1
                   UNTIL StepIdx > StepTableCount
              MOVE SPACES TO JobHistoryRecord
              MOVE StreamDate TO HstStreamDate
              MOVE StepTabNumber(StepIdx)    TO HstStepNumber
              MOVE StepTabProgram(StepIdx)   TO HstProgramName
              MOVE StepTabStartTime(StepIdx) TO HstStartTime
              MOVE StepTabElapsed(StepIdx)   TO HstElapsed
              MOVE StepTabRecords(StepIdx)   TO HstRecordCount
              MOVE StepTabStatus(StepIdx)    TO HstStatus
              WRITE JobHistoryRecord
           END-PERFORM
           CLOSE JobHistoryFile.
       END PROGRAM BATHIST.
