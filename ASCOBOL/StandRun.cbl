       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT StandingFile ASSIGN TO "STANDING.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS StdKey
                      FILE STATUS IS StandingFileStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT StandingReportFile ASSIGN TO "STANDRUN.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  StandingFile.
           01  StandingRecord.
               COPY STANDCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  StandingReportFile.
           01  StandingReportLine   PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "STANDRUN".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  GradeFileStatus      PIC XX.
       01  StandingFileStatus   PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  StandingRunDate      PIC 9(8).
       01  ProbationThreshold   PIC 9V99 VALUE 1.50.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
               03  TermTabStartDate PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  StandingTermCode     PIC X(5) VALUE SPACES.
       01  StandingTermStart    PIC 9(8) VALUE ZERO.
       01  NextTermCode         PIC X(5) VALUE SPACES.
       01  NextTermStart        PIC 9(8) VALUE ZERO.
       01  LookupTermCode       PIC X(5).
       01  LookupTermStart      PIC 9(8).
       01  CreditTable.
           02  CreditEntry OCCURS 100 TIMES INDEXED BY CreditIdx.
               03  CrTabCourseCode  PIC X(4).
               03  CrTabCreditHours PIC 9V9.
               03  CrTabCreditFlag  PIC X.
                   88  CrTabCreditValid VALUE "Y".
       01  CreditTableCount     PIC 9(4) VALUE ZERO.
       01  CourseCreditHours    PIC 9V9.
       01  CourseCreditFound    PIC X VALUE "N".
           88  CourseCreditKnown VALUE "Y".
       01  UncreditedCount      PIC 9(4) VALUE ZERO.
       01  GradePointValue      PIC S9V99.
       01  FirstGradeRecord     PIC X VALUE "Y".
           88  IsFirstGradeRecord VALUE "Y".
       01  CurrentGradeStudentId PIC 9(7).
       01  TermPoints           PIC S9(5)V99 VALUE ZERO.
       01  TermGpaCredits       PIC 9(4)V9 VALUE ZERO.
       01  CumPoints            PIC S9(5)V99 VALUE ZERO.
       01  CumGpaCredits        PIC 9(4)V9 VALUE ZERO.
       01  TermEnrolledFlag     PIC X VALUE "N".
           88  EnrolledInTerm   VALUE "Y".
       01  ComputedTermGpa      PIC 9V99.
       01  ComputedCumGpa       PIC 9V99.
       01  PriorStatus          PIC X.
       01  PriorTermStart       PIC 9(8).
       01  NewStatus            PIC X.
           88  NewGoodStanding  VALUE "G".
       01  NewSuspendTermCode   PIC X(5).
       01  EndOfStandingScanFlag PIC X.
           88  EndOfStandingScan VALUE "Y".
       01  StatusText           PIC X(22).
       01  StandingTotals.
           02  AssessedCount    PIC 9(6) VALUE ZERO.
           02  GoodCount        PIC 9(6) VALUE ZERO.
           02  ProbationCount   PIC 9(6) VALUE ZERO.
           02  ContProbCount    PIC 9(6) VALUE ZERO.
           02  SuspendedCount   PIC 9(6) VALUE ZERO.
           02  DismissedCount   PIC 9(6) VALUE ZERO.
           02  AppealKeptCount  PIC 9(6) VALUE ZERO.
       01  StandingHeadingLine.
           02  FILLER           PIC X(32)
               VALUE "  Academic Standing Assigned - ".
           02  PrnStdHeadTerm   PIC X(5).
       01  StandingThresholdLine.
           02  FILLER           PIC X(24)
               VALUE "Probation GPA below    ".
           02  PrnStdThreshold  PIC 9.99.
       01  StandingDetailLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnStdStudentId  PIC 9(7).
           02  FILLER           PIC X(7)  VALUE "  Term ".
           02  PrnStdTermGpa    PIC 9.99.
           02  FILLER           PIC X(6)  VALUE "  Cum ".
           02  PrnStdCumGpa     PIC 9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnStdStatus     PIC X(22).
           02  PrnStdSuspendTerm PIC X(5).
       01  StandingAppealLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnStdAppealId   PIC 9(7).
           02  FILLER           PIC X(30)
               VALUE " - appeal decision kept".
       01  StandingCountLine.
           02  PrnStdCountText  PIC X(20).
           02  PrnStdCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT StandingRunDate FROM DATE YYYYMMDD
           PERFORM CheckGpaControl
           PERFORM LoadTermTable
           PERFORM FindStandingTerm
           IF StandingTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM LoadCourseCredits
           PERFORM OpenStandingFile
           OPEN OUTPUT StandingReportFile
           MOVE StandingTermCode TO PrnStdHeadTerm
           WRITE StandingReportLine FROM StandingHeadingLine
                  AFTER ADVANCING PAGE
           MOVE ProbationThreshold TO PrnStdThreshold
           WRITE StandingReportLine FROM StandingThresholdLine
                  AFTER ADVANCING 1 LINES
           WRITE StandingReportLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           PERFORM ScanGradeMaster
           PERFORM PrintStandingTotals
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE StandingFile, StandingReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckGpaControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "PROBATION-GPA" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO ProbationThreshold
           END-IF.
       LoadTermTable.
           OPEN INPUT TermMasterFile
           IF TermMasterStatus = "00"
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfTermFile
                 IF TermTableCount < 20
                    ADD 1 TO TermTableCount
                    SET TermIdx TO TermTableCount
                    MOVE TermCode      TO TermTabCode(TermIdx)
                    MOVE TermStartDate TO TermTabStartDate(TermIdx)
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       FindStandingTerm.
           OPEN INPUT TermControlFile
           IF TermControlStatus = "00"
              READ TermControlFile
                AT END MOVE ZERO TO CtlTermStartDate
              END-READ
              CLOSE TermControlFile
              PERFORM VARYING TermIdx FROM 1 BY 1
                      UNTIL TermIdx > TermTableCount
                 IF TermTabStartDate(TermIdx) = CtlTermStartDate
                    MOVE TermTabCode(TermIdx) TO StandingTermCode
                    MOVE TermTabStartDate(TermIdx)
                                     TO StandingTermStart
                 END-IF
              END-PERFORM
              PERFORM VARYING TermIdx FROM 1 BY 1
                      UNTIL TermIdx > TermTableCount
                 IF TermTabStartDate(TermIdx) > StandingTermStart
                    AND (NextTermStart = ZERO
                         OR TermTabStartDate(TermIdx) < NextTermStart)
                    MOVE TermTabCode(TermIdx) TO NextTermCode
                    MOVE TermTabStartDate(TermIdx) TO NextTermStart
                 END-IF
              END-PERFORM
           END-IF.
       FindTermStart.
           MOVE ZERO TO LookupTermStart
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              IF TermTabCode(TermIdx) = LookupTermCode
                 MOVE TermTabStartDate(TermIdx) TO LookupTermStart
                 SET TermIdx TO TermTableCount
              END-IF
              SET TermIdx UP BY 1
           END-PERFORM.
       LoadCourseCredits.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus NOT = "00"
              MOVE "COURSECAT.DAT" TO ErrorFileName
              MOVE CourseCatalogStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ CourseCatalogFile
             AT END SET EndOfCatalogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCatalogFile
              IF CreditTableCount < 100
                 ADD 1 TO CreditTableCount
                 SET CreditIdx TO CreditTableCount
                 MOVE CatCourseCode TO CrTabCourseCode(CreditIdx)
                 IF CatCreditHours NUMERIC
                    MOVE CatCreditHours TO CrTabCreditHours(CreditIdx)
                    MOVE "Y" TO CrTabCreditFlag(CreditIdx)
                 ELSE
                    MOVE ZERO TO CrTabCreditHours(CreditIdx)
                    MOVE "N" TO CrTabCreditFlag(CreditIdx)
                 END-IF
              ELSE
                 MOVE "COURSECAT.DA" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseCatalogFile.
       LookupCourseCredits.
           MOVE ZERO TO CourseCreditHours
           MOVE "N" TO CourseCreditFound
           SET CreditIdx TO 1
           PERFORM UNTIL CreditIdx > CreditTableCount
              IF CrTabCourseCode(CreditIdx) = GradeCourseCode
                 MOVE CrTabCreditHours(CreditIdx) TO CourseCreditHours
                 IF CrTabCreditValid(CreditIdx)
                    MOVE "Y" TO CourseCreditFound
                 END-IF
                 SET CreditIdx TO CreditTableCount
              END-IF
              SET CreditIdx UP BY 1
           END-PERFORM.
       OpenStandingFile.
           OPEN I-O StandingFile
           IF StandingFileStatus = "35"
              OPEN OUTPUT StandingFile
              CLOSE StandingFile
              OPEN I-O StandingFile
           END-IF
           IF StandingFileStatus NOT = "00"
              MOVE "STANDING.DAT" TO ErrorFileName
              MOVE StandingFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       ScanGradeMaster.
           OPEN INPUT GradeFile
           IF GradeFileStatus NOT = "00"
              MOVE "GRADES.DAT" TO ErrorFileName
              MOVE GradeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ GradeFile
             AT END SET EndOfGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGradeFile
              IF IsFirstGradeRecord
                 MOVE GradeStudentId TO CurrentGradeStudentId
                 MOVE "N" TO FirstGradeRecord
              END-IF
              IF GradeStudentId NOT = CurrentGradeStudentId
                 PERFORM AssessOneStudent
                 MOVE GradeStudentId TO CurrentGradeStudentId
              END-IF
              PERFORM AccumulateOneGrade
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-PERFORM
           IF NOT IsFirstGradeRecord
              PERFORM AssessOneStudent
           END-IF
           CLOSE GradeFile.
       AccumulateOneGrade.
           MOVE GradeTermCode TO LookupTermCode
           PERFORM FindTermStart
           IF GradeTermCode = StandingTermCode
              MOVE "Y" TO TermEnrolledFlag
           END-IF
           IF (PassingGradeMark OR FailingGradeMark)
              AND LookupTermStart <= StandingTermStart
              PERFORM ComputeGradePoints
              PERFORM LookupCourseCredits
              IF NOT CourseCreditKnown
                 ADD 1 TO UncreditedCount
              END-IF
              COMPUTE CumPoints = CumPoints
                      + GradePointValue * CourseCreditHours
              ADD CourseCreditHours TO CumGpaCredits
              IF GradeTermCode = StandingTermCode
                 COMPUTE TermPoints = TermPoints
                         + GradePointValue * CourseCreditHours
                 ADD CourseCreditHours TO TermGpaCredits
              END-IF
           END-IF.
       ComputeGradePoints.
           EVALUATE GradeMark(1:1)
              WHEN "A" MOVE 4.00 TO GradePointValue
              WHEN "B" MOVE 3.00 TO GradePointValue
              WHEN "C" MOVE 2.00 TO GradePointValue
              WHEN "D" MOVE 1.00 TO GradePointValue
              WHEN OTHER MOVE ZERO TO GradePointValue
           END-EVALUATE
           IF GradePointValue > ZERO
              IF GradeMark(2:1) = "+"
                 ADD 0.30 TO GradePointValue
              END-IF
              IF GradeMark(2:1) = "-"
                 SUBTRACT 0.30 FROM GradePointValue
              END-IF
              IF GradePointValue > 4.00
                 MOVE 4.00 TO GradePointValue
              END-IF
           END-IF.
       AssessOneStudent.
           IF EnrolledInTerm AND CumGpaCredits > ZERO
              ADD 1 TO AssessedCount
              MOVE ZERO TO ComputedTermGpa
              IF TermGpaCredits > ZERO
                 COMPUTE ComputedTermGpa ROUNDED =
                         TermPoints / TermGpaCredits
              END-IF
              COMPUTE ComputedCumGpa ROUNDED =
                      CumPoints / CumGpaCredits
              PERFORM FindPriorStanding
              PERFORM ApplyProgressionRules
              PERFORM RecordStanding
           END-IF
           MOVE ZERO TO TermPoints, TermGpaCredits,
                        CumPoints, CumGpaCredits
           MOVE "N" TO TermEnrolledFlag.
       FindPriorStanding.
           MOVE "G" TO PriorStatus
           MOVE ZERO TO PriorTermStart
           MOVE "N" TO EndOfStandingScanFlag
           MOVE CurrentGradeStudentId TO StdStudentId
           MOVE LOW-VALUES TO StdTermCode
           START StandingFile KEY IS NOT LESS THAN StdKey
              INVALID KEY MOVE "Y" TO EndOfStandingScanFlag
           END-START
           PERFORM UNTIL EndOfStandingScan
              READ StandingFile NEXT
                 AT END MOVE "Y" TO EndOfStandingScanFlag
                 NOT AT END
                    IF StdStudentId NOT = CurrentGradeStudentId
                       MOVE "Y" TO EndOfStandingScanFlag
                    ELSE
                       MOVE StdTermCode TO LookupTermCode
                       PERFORM FindTermStart
                       IF LookupTermStart < StandingTermStart
                          AND LookupTermStart >= PriorTermStart
                          MOVE StdStatus TO PriorStatus
                          MOVE LookupTermStart TO PriorTermStart
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       ApplyProgressionRules.
           MOVE SPACES TO NewSuspendTermCode
           IF ComputedCumGpa >= ProbationThreshold
              MOVE "G" TO NewStatus
           ELSE
              EVALUATE PriorStatus
                 WHEN "P"
                 WHEN "C"
                    IF ComputedTermGpa >= ProbationThreshold
                       MOVE "C" TO NewStatus
                    ELSE
                       MOVE "S" TO NewStatus
                    END-IF
                 WHEN "S"
                 WHEN "D"
                    MOVE "D" TO NewStatus
                 WHEN OTHER
                    MOVE "P" TO NewStatus
              END-EVALUATE
           END-IF
           IF NewStatus = "S"
              MOVE NextTermCode TO NewSuspendTermCode
           END-IF.
       RecordStanding.
           MOVE CurrentGradeStudentId TO StdStudentId
           MOVE StandingTermCode TO StdTermCode
           READ StandingFile
              INVALID KEY
                 MOVE SPACES TO StandingRecord
                 PERFORM BuildStandingRecord
                 WRITE StandingRecord
                 END-WRITE
                 PERFORM ReportStanding
              NOT INVALID KEY
                 IF StdAppealed
                    ADD 1 TO AppealKeptCount
                    MOVE CurrentGradeStudentId TO PrnStdAppealId
                    WRITE StandingReportLine FROM StandingAppealLine
                           AFTER ADVANCING 1 LINES
                 ELSE
                    PERFORM BuildStandingRecord
                    REWRITE StandingRecord
                    END-REWRITE
                    PERFORM ReportStanding
                 END-IF
           END-READ.
       BuildStandingRecord.
           MOVE CurrentGradeStudentId TO StdStudentId
           MOVE StandingTermCode   TO StdTermCode
           MOVE NewStatus          TO StdStatus
           MOVE ComputedTermGpa    TO StdTermGpa
           MOVE ComputedCumGpa     TO StdCumGpa
           MOVE NewSuspendTermCode TO StdSuspendTermCode
           MOVE StandingRunDate    TO StdAssignedDate
           MOVE "N"                TO StdAppealFlag
           MOVE SPACE              TO StdOriginalStatus
           MOVE ZERO               TO StdAppealDate.
       ReportStanding.
           EVALUATE NewStatus
              WHEN "G" ADD 1 TO GoodCount
              WHEN "P" ADD 1 TO ProbationCount
              WHEN "C" ADD 1 TO ContProbCount
              WHEN "S" ADD 1 TO SuspendedCount
              WHEN "D" ADD 1 TO DismissedCount
           END-EVALUATE
           IF NOT NewGoodStanding
              MOVE NewStatus TO StdStatus
              PERFORM DescribeStanding
              MOVE CurrentGradeStudentId TO PrnStdStudentId
              MOVE ComputedTermGpa TO PrnStdTermGpa
              MOVE ComputedCumGpa  TO PrnStdCumGpa
              MOVE StatusText      TO PrnStdStatus
              MOVE NewSuspendTermCode TO PrnStdSuspendTerm
              WRITE StandingReportLine FROM StandingDetailLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       DescribeStanding.
           EVALUATE TRUE
              WHEN StdGoodStanding
                 MOVE "Good standing" TO StatusText
              WHEN StdProbation
                 MOVE "Academic probation" TO StatusText
              WHEN StdContProbation
                 MOVE "Continued probation" TO StatusText
              WHEN StdSuspended
                 MOVE "Suspended for term" TO StatusText
              WHEN StdDismissed
                 MOVE "Academic dismissal" TO StatusText
              WHEN OTHER
                 MOVE SPACES TO StatusText
           END-EVALUATE.
       PrintStandingTotals.
           MOVE "Students assessed = " TO PrnStdCountText
           MOVE AssessedCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Good standing     = " TO PrnStdCountText
           MOVE GoodCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Probation         = " TO PrnStdCountText
           MOVE ProbationCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Continued prob.   = " TO PrnStdCountText
           MOVE ContProbCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Suspended         = " TO PrnStdCountText
           MOVE SuspendedCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Dismissed         = " TO PrnStdCountText
           MOVE DismissedCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Appeals kept      = " TO PrnStdCountText
           MOVE AppealKeptCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "No credit hours  = " TO PrnStdCountText
           MOVE UncreditedCount TO PrnStdCount
           WRITE StandingReportLine FROM StandingCountLine
                  AFTER ADVANCING 2 LINES.
       END PROGRAM STANDRUN.
