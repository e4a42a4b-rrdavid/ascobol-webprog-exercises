       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistControlFile ASSIGN TO "DISTRIB.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DistControlStatus.
           SELECT GenerationLogFile ASSIGN TO "GENLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GenerationLogStatus.
           SELECT JobLogFile ASSIGN TO "JOBLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JobLogFileStatus.
           SELECT ReportInFile ASSIGN TO ReportInFileName
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReportInFileStatus.
           SELECT BundleFile ASSIGN TO BundleFileName
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BundleFileStatus.
           SELECT DistLogFile ASSIGN TO "DISTLOG.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DistControlFile.
           01  DistControlRecord.
               88  EndOfDistControl VALUE HIGH-VALUES.
               02  DstFamily        PIC X(12).
               02  FILLER           PIC X.
               02  DstProgramName   PIC X(10).
               02  FILLER           PIC X.
               02  DstRecipientId   PIC X(8).
               02  FILLER           PIC X.
               02  DstRecipientName PIC X(30).
               02  FILLER           PIC X.
               02  DstCopies        PIC 99.
               02  FILLER           PIC X.
               02  DstMethod        PIC X(6).
               02  FILLER           PIC X.
               02  DstExpected      PIC X.
       FD  GenerationLogFile.
           01  GenerationLogRecord.
               88  EndOfGenerationLog VALUE HIGH-VALUES.
               02  GenFamily        PIC X(12).
               02  FILLER           PIC X.
               02  GenFileName      PIC X(30).
               02  FILLER           PIC X.
               02  GenRunDate       PIC 9(8).
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
       FD  ReportInFile.
           01  ReportInLine         PIC X(132).
       FD  BundleFile.
           01  BundleLine           PIC X(132).
       FD  DistLogFile.
           01  DistLogLine          PIC X(100).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "RPTDIST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  DistControlStatus    PIC XX.
       01  GenerationLogStatus  PIC XX.
       01  JobLogFileStatus     PIC XX.
       01  ReportInFileStatus   PIC XX.
       01  BundleFileStatus     PIC XX.
       01  ReportInFileName     PIC X(30).
       01  BundleFileName       PIC X(30).
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  DistRunDate          PIC 9(8).
       01  DistTable.
           02  DistEntry OCCURS 200 TIMES INDEXED BY DistIdx
                                                     DistIdx2.
               03  DstTabFamily     PIC X(12).
               03  DstTabProgram    PIC X(10).
               03  DstTabRecipient  PIC X(8).
               03  DstTabRecipName  PIC X(30).
               03  DstTabCopies     PIC 99.
               03  DstTabMethod     PIC X(6).
               03  DstTabExpected   PIC X.
                   88  ReportExpected   VALUE "Y".
               03  DstTabFileName   PIC X(30).
               03  DstTabResult     PIC X.
                   88  ReportProduced   VALUE "P".
                   88  ReportNotRun     VALUE "N".
                   88  ReportNotFound   VALUE "F".
               03  DstTabBundled    PIC X.
                   88  EntryBundled     VALUE "Y".
       01  DistTableCount       PIC 9(3) VALUE ZERO.
       01  GenerationTable.
           02  GenerationEntry OCCURS 500 TIMES INDEXED BY GenIdx.
               03  GenTabFamily     PIC X(12).
               03  GenTabFileName   PIC X(30).
       01  GenerationTableCount PIC 9(4) VALUE ZERO.
       01  CompletedStepTable.
           02  CompletedProgram PIC X(10) OCCURS 50 TIMES
                                INDEXED BY StepIdx.
       01  CompletedStepCount   PIC 9(3) VALUE ZERO.
       01  MatchFoundFlag       PIC X.
           88  MatchFound       VALUE "Y".
       01  EndOfReportInFlag    PIC X.
           88  EndOfReportIn    VALUE "Y".
       01  CopyNumber           PIC 99.
       01  BundleReportCount    PIC 9(3).
       01  DistTotals.
           02  RecipientCount   PIC 9(4) VALUE ZERO.
           02  ReportsSentCount PIC 9(5) VALUE ZERO.
           02  CopiesSentCount  PIC 9(5) VALUE ZERO.
           02  NotProducedCount PIC 9(4) VALUE ZERO.
           02  NotSentCount     PIC 9(5) VALUE ZERO.
       01  DistHeadingLine.
           02  FILLER           PIC X(37) VALUE
               "  Report Distribution Log for run of ".
           02  PrnDistRunDate   PIC 9(8).
       01  DistColumnLine.
           02  FILLER           PIC X(50) VALUE
               "Recip.   Family       File                        ".
           02  FILLER           PIC X(30) VALUE
               "   Cp Method Result".
       01  DistDetailLine.
           02  PrnDistRecipient PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDistFamily    PIC X(12).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDistFileName  PIC X(30).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDistCopies    PIC Z9.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDistMethod    PIC X(6).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDistResult    PIC X(14).
       01  DistMissingHeading   PIC X(40)
           VALUE "Expected reports not produced".
       01  DistMissingLine.
           02  FILLER           PIC X(5)  VALUE "  ** ".
           02  PrnMissFamily    PIC X(12).
           02  FILLER           PIC X(14) VALUE " from program ".
           02  PrnMissProgram   PIC X(10).
       01  DistNoneMissingLine  PIC X(40)
           VALUE "All expected reports were produced.".
       01  DistCountLine.
           02  PrnDistCountText PIC X(20).
           02  PrnDistCount     PIC ZZZ,ZZ9.
       01  BannerRuleLine       PIC X(60) VALUE ALL "*".
       01  BannerTextLine.
           02  FILLER           PIC X(4)  VALUE "*   ".
           02  PrnBannerLabel   PIC X(16).
           02  PrnBannerValue   PIC X(40).
       01  BannerReportLine.
           02  FILLER           PIC X(8)  VALUE "*      ".
           02  PrnBannerFamily  PIC X(12).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnBannerFile    PIC X(30).
           02  FILLER           PIC X(3)  VALUE " x ".
           02  PrnBannerCopies  PIC Z9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckRunControl
           PERFORM LoadDistControl
           PERFORM LoadGenerationLog
           PERFORM LoadJobLog
           PERFORM ResolveReportFile
                   VARYING DistIdx FROM 1 BY 1
                   UNTIL DistIdx > DistTableCount
           OPEN OUTPUT DistLogFile
           MOVE DistRunDate TO PrnDistRunDate
           WRITE DistLogLine FROM DistHeadingLine
                  AFTER ADVANCING PAGE
           WRITE DistLogLine FROM DistColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING DistIdx FROM 1 BY 1
                   UNTIL DistIdx > DistTableCount
              IF NOT EntryBundled(DistIdx)
                 PERFORM BuildRecipientBundle
              END-IF
           END-PERFORM
           PERFORM ListMissingReports
           MOVE "Recipients       = " TO PrnDistCountText
           MOVE RecipientCount TO PrnDistCount
           WRITE DistLogLine FROM DistCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Reports sent     = " TO PrnDistCountText
           MOVE ReportsSentCount TO PrnDistCount
           WRITE DistLogLine FROM DistCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Copies sent      = " TO PrnDistCountText
           MOVE CopiesSentCount TO PrnDistCount
           WRITE DistLogLine FROM DistCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Not sent         = " TO PrnDistCountText
           MOVE NotSentCount TO PrnDistCount
           WRITE DistLogLine FROM DistCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Not produced     = " TO PrnDistCountText
           MOVE NotProducedCount TO PrnDistCount
           WRITE DistLogLine FROM DistCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE DistLogFile
           IF NotProducedCount > ZERO OR NotSentCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO DistRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT DistRunDate FROM DATE YYYYMMDD
           END-IF.
       LoadDistControl.
           OPEN INPUT DistControlFile
           IF DistControlStatus NOT = "00"
              MOVE "DISTRIB.CTL" TO ErrorFileName
              MOVE DistControlStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ DistControlFile
             AT END SET EndOfDistControl TO TRUE
           END-READ
           PERFORM UNTIL EndOfDistControl
              IF DstFamily NOT = SPACES
                 AND DstRecipientId NOT = SPACES
                 PERFORM AddDistEntry
              END-IF
              READ DistControlFile
                AT END SET EndOfDistControl TO TRUE
              END-READ
           END-PERFORM
           CLOSE DistControlFile.
       AddDistEntry.
           IF DistTableCount < 200
              ADD 1 TO DistTableCount
              SET DistIdx TO DistTableCount
              MOVE DstFamily        TO DstTabFamily(DistIdx)
              MOVE DstProgramName   TO DstTabProgram(DistIdx)
              MOVE DstRecipientId   TO DstTabRecipient(DistIdx)
              MOVE DstRecipientName TO DstTabRecipName(DistIdx)
              IF DstCopies NUMERIC AND DstCopies > ZERO
                 MOVE DstCopies TO DstTabCopies(DistIdx)
              ELSE
                 MOVE 1 TO DstTabCopies(DistIdx)
              END-IF
              IF DstMethod = SPACES
                 MOVE "PRINT" TO DstTabMethod(DistIdx)
              ELSE
                 MOVE DstMethod TO DstTabMethod(DistIdx)
              END-IF
              MOVE DstExpected TO DstTabExpected(DistIdx)
              MOVE SPACES TO DstTabFileName(DistIdx)
              SET ReportNotRun(DistIdx) TO TRUE
              MOVE "N" TO DstTabBundled(DistIdx)
           ELSE
              MOVE "DISTRIB.CTL" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       LoadGenerationLog.
           OPEN INPUT GenerationLogFile
           IF GenerationLogStatus NOT = "00"
              SET EndOfGenerationLog TO TRUE
           ELSE
              READ GenerationLogFile
                AT END SET EndOfGenerationLog TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfGenerationLog
              IF GenRunDate = DistRunDate
                 AND GenerationTableCount < 500
                 ADD 1 TO GenerationTableCount
                 SET GenIdx TO GenerationTableCount
                 MOVE GenFamily   TO GenTabFamily(GenIdx)
                 MOVE GenFileName TO GenTabFileName(GenIdx)
              END-IF
              READ GenerationLogFile
                AT END SET EndOfGenerationLog TO TRUE
              END-READ
           END-PERFORM
           IF GenerationLogStatus = "00" OR GenerationLogStatus = "10"
              CLOSE GenerationLogFile
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
              IF LogEventType = "END" AND LogStatus = "OK"
                 AND CompletedStepCount < 50
                 ADD 1 TO CompletedStepCount
                 MOVE LogProgramName
                                 TO CompletedProgram(CompletedStepCount)
              END-IF
              READ JobLogFile
                AT END SET EndOfJobLog TO TRUE
              END-READ
           END-PERFORM
           IF JobLogFileStatus = "00" OR JobLogFileStatus = "10"
              CLOSE JobLogFile
           END-IF.
       ResolveReportFile.
           PERFORM VARYING GenIdx FROM 1 BY 1
                   UNTIL GenIdx > GenerationTableCount
              IF GenTabFamily(GenIdx) = DstTabFamily(DistIdx)
                 MOVE GenTabFileName(GenIdx) TO DstTabFileName(DistIdx)
                 SET ReportProduced(DistIdx) TO TRUE
              END-IF
           END-PERFORM
           IF NOT ReportProduced(DistIdx)
              AND DstTabProgram(DistIdx) NOT = SPACES
              MOVE "N" TO MatchFoundFlag
              PERFORM VARYING StepIdx FROM 1 BY 1
                      UNTIL StepIdx > CompletedStepCount
                 IF CompletedProgram(StepIdx) = DstTabProgram(DistIdx)
                    MOVE "Y" TO MatchFoundFlag
                 END-IF
              END-PERFORM
              IF MatchFound
                 MOVE DstTabFamily(DistIdx) TO DstTabFileName(DistIdx)
                 SET ReportProduced(DistIdx) TO TRUE
              END-IF
           END-IF
           IF ReportProduced(DistIdx)
              MOVE DstTabFileName(DistIdx) TO ReportInFileName
              OPEN INPUT ReportInFile
              IF ReportInFileStatus = "00"
                 CLOSE ReportInFile
              ELSE
                 SET ReportNotFound(DistIdx) TO TRUE
              END-IF
           END-IF.
       BuildRecipientBundle.
           ADD 1 TO RecipientCount
           MOVE SPACES TO BundleFileName
           STRING "BUNDLE." DELIMITED BY SIZE
                  DstTabRecipient(DistIdx) DELIMITED BY SPACE
                  ".PRT" DELIMITED BY SIZE
             INTO BundleFileName
           END-STRING
           OPEN OUTPUT BundleFile
           IF BundleFileStatus NOT = "00"
              MOVE BundleFileName TO ErrorFileName
              MOVE BundleFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteBundleBanner
           PERFORM VARYING DistIdx2 FROM DistIdx BY 1
                   UNTIL DistIdx2 > DistTableCount
              IF DstTabRecipient(DistIdx2) = DstTabRecipient(DistIdx)
                 PERFORM DistributeOneReport
                 MOVE "Y" TO DstTabBundled(DistIdx2)
              END-IF
           END-PERFORM
           CLOSE BundleFile.
       WriteBundleBanner.
           MOVE ZERO TO BundleReportCount
           PERFORM VARYING DistIdx2 FROM DistIdx BY 1
                   UNTIL DistIdx2 > DistTableCount
              IF DstTabRecipient(DistIdx2) = DstTabRecipient(DistIdx)
                 AND ReportProduced(DistIdx2)
                 ADD 1 TO BundleReportCount
              END-IF
           END-PERFORM
           WRITE BundleLine FROM BannerRuleLine
                  AFTER ADVANCING PAGE
           WRITE BundleLine FROM BannerRuleLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO PrnBannerValue
           MOVE "DELIVER TO    - " TO PrnBannerLabel
           MOVE DstTabRecipName(DistIdx) TO PrnBannerValue
           WRITE BundleLine FROM BannerTextLine
                  AFTER ADVANCING 2 LINES
           MOVE SPACES TO PrnBannerValue
           MOVE "RECIPIENT     - " TO PrnBannerLabel
           MOVE DstTabRecipient(DistIdx) TO PrnBannerValue
           WRITE BundleLine FROM BannerTextLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO PrnBannerValue
           MOVE "DELIVERY      - " TO PrnBannerLabel
           MOVE DstTabMethod(DistIdx) TO PrnBannerValue
           WRITE BundleLine FROM BannerTextLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO PrnBannerValue
           MOVE "RUN DATE      - " TO PrnBannerLabel
           MOVE DistRunDate TO PrnBannerValue
           WRITE BundleLine FROM BannerTextLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO PrnBannerValue
           MOVE "REPORTS       - " TO PrnBannerLabel
           MOVE BundleReportCount TO PrnBannerValue
           WRITE BundleLine FROM BannerTextLine
                  AFTER ADVANCING 1 LINES
           PERFORM VARYING DistIdx2 FROM DistIdx BY 1
                   UNTIL DistIdx2 > DistTableCount
              IF DstTabRecipient(DistIdx2) = DstTabRecipient(DistIdx)
                 AND ReportProduced(DistIdx2)
                 MOVE DstTabFamily(DistIdx2)   TO PrnBannerFamily
                 MOVE DstTabFileName(DistIdx2) TO PrnBannerFile
                 MOVE DstTabCopies(DistIdx2)   TO PrnBannerCopies
                 WRITE BundleLine FROM BannerReportLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM
           WRITE BundleLine FROM BannerRuleLine
                  AFTER ADVANCING 2 LINES
           WRITE BundleLine FROM BannerRuleLine
                  AFTER ADVANCING 1 LINES.
       DistributeOneReport.
           MOVE DstTabRecipient(DistIdx2) TO PrnDistRecipient
           MOVE DstTabFamily(DistIdx2)    TO PrnDistFamily
           MOVE DstTabFileName(DistIdx2)  TO PrnDistFileName
           MOVE DstTabCopies(DistIdx2)    TO PrnDistCopies
           MOVE DstTabMethod(DistIdx2)    TO PrnDistMethod
           EVALUATE TRUE
              WHEN ReportProduced(DistIdx2)
                 PERFORM VARYING CopyNumber FROM 1 BY 1
                         UNTIL CopyNumber > DstTabCopies(DistIdx2)
                    PERFORM CopyReportToBundle
                 END-PERFORM
                 MOVE "SENT" TO PrnDistResult
                 ADD 1 TO ReportsSentCount
                 ADD DstTabCopies(DistIdx2) TO CopiesSentCount
              WHEN ReportNotFound(DistIdx2)
                 MOVE "FILE NOT FOUND" TO PrnDistResult
                 ADD 1 TO NotSentCount
              WHEN OTHER
                 MOVE "NOT PRODUCED" TO PrnDistResult
                 ADD 1 TO NotSentCount
           END-EVALUATE
           WRITE DistLogLine FROM DistDetailLine
                  AFTER ADVANCING 1 LINES.
       CopyReportToBundle.
           MOVE DstTabFileName(DistIdx2) TO ReportInFileName
           OPEN INPUT ReportInFile
           IF ReportInFileStatus NOT = "00"
              MOVE "Y" TO EndOfReportInFlag
           ELSE
              MOVE "N" TO EndOfReportInFlag
              READ ReportInFile
                AT END MOVE "Y" TO EndOfReportInFlag
              END-READ
              IF NOT EndOfReportIn
                 WRITE BundleLine FROM ReportInLine
                        AFTER ADVANCING PAGE
                 READ ReportInFile
                   AT END MOVE "Y" TO EndOfReportInFlag
                 END-READ
              END-IF
              PERFORM UNTIL EndOfReportIn
                 WRITE BundleLine FROM ReportInLine
                        AFTER ADVANCING 1 LINES
                 READ ReportInFile
                   AT END MOVE "Y" TO EndOfReportInFlag
                 END-READ
              END-PERFORM
              CLOSE ReportInFile
           END-IF.
       ListMissingReports.
           WRITE DistLogLine FROM DistMissingHeading
                  AFTER ADVANCING 3 LINES
           PERFORM VARYING DistIdx FROM 1 BY 1
                   UNTIL DistIdx > DistTableCount
              IF ReportExpected(DistIdx)
                 AND NOT ReportProduced(DistIdx)
                 MOVE "N" TO MatchFoundFlag
                 PERFORM VARYING DistIdx2 FROM 1 BY 1
                         UNTIL DistIdx2 >= DistIdx
                    IF DstTabFamily(DistIdx2) = DstTabFamily(DistIdx)
                       AND ReportExpected(DistIdx2)
                       MOVE "Y" TO MatchFoundFlag
                    END-IF
                 END-PERFORM
                 IF NOT MatchFound
                    MOVE DstTabFamily(DistIdx)  TO PrnMissFamily
                    MOVE DstTabProgram(DistIdx) TO PrnMissProgram
                    WRITE DistLogLine FROM DistMissingLine
                           AFTER ADVANCING 1 LINES
                    ADD 1 TO NotProducedCount
                 END-IF
              END-IF
           END-PERFORM
           IF NotProducedCount = ZERO
              WRITE DistLogLine FROM DistNoneMissingLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       END PROGRAM RPTDIST.
