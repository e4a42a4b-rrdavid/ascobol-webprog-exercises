       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT DistSortFile ASSIGN TO "GRDDSRT.TMP".
           SELECT DistReportFile ASSIGN TO "GRADDIST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       SD  DistSortFile.
           01  DistSortRecord.
               88  EndOfDistSort    VALUE HIGH-VALUES.
               02  SrtCourseCode    PIC X(4).
               02  SrtTermCode      PIC X(5).
               02  SrtDepartment    PIC X(4).
               02  SrtMarkBucket    PIC 9.
               02  SrtPassFlag      PIC X.
               02  SrtGradePoints   PIC 9V99.
       FD  DistReportFile.
           01  DistReportLine       PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "GRADDIST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  GradeFileStatus      PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  InstructorFileStatus PIC XX.
       01  AssignmentFileStatus PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  DistTermCode         PIC X(5) VALUE SPACES.
       01  PassTolerance        PIC 99V9 VALUE 10.0.
       01  AvgTolerance         PIC 9V99 VALUE 0.50.
       01  MarkLetterValues     PIC X(7) VALUE "ABCDFIW".
       01  MarkLetterTable REDEFINES MarkLetterValues.
           02  MarkLetter       PIC X OCCURS 7 TIMES.
       01  MarkIdx              PIC 9.
       01  MarkBucket           PIC 9.
       01  GradePointValue      PIC S9V99.
       01  CatalogTable.
           02  CatalogEntry OCCURS 100 TIMES INDEXED BY CatIdx.
               03  CatTabCourseCode PIC X(4).
               03  CatTabDepartment PIC X(4).
       01  CatalogTableCount    PIC 9(4) VALUE ZERO.
       01  AssignmentTable.
           02  AssignmentEntry OCCURS 300 TIMES
                                INDEXED BY AsgnIdx.
               03  ATabCourseCode   PIC X(4).
               03  ATabTermCode     PIC X(5).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
               03  ITabDepartment   PIC X(4).
               03  ITabStats.
                   04  ITabMarkCount PIC 9(5) OCCURS 7 TIMES.
                   04  ITabTotal     PIC 9(6).
                   04  ITabGraded    PIC 9(6).
                   04  ITabPassed    PIC 9(6).
                   04  ITabPoints    PIC 9(7)V99.
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  DeptTable.
           02  DeptEntry OCCURS 50 TIMES INDEXED BY DeptIdx.
               03  DTabDepartment   PIC X(4).
               03  DTabAverage      PIC 9V99.
               03  DTabPassRate     PIC 999V9.
               03  DTabStats.
                   04  DTabMarkCount PIC 9(5) OCCURS 7 TIMES.
                   04  DTabTotal     PIC 9(6).
                   04  DTabGraded    PIC 9(6).
                   04  DTabPassed    PIC 9(6).
                   04  DTabPoints    PIC 9(7)V99.
       01  DeptTableCount       PIC 9(4) VALUE ZERO.
       01  CourseStats.
           02  CStMarkCount     PIC 9(5) OCCURS 7 TIMES.
           02  CStTotal         PIC 9(6).
           02  CStGraded        PIC 9(6).
           02  CStPassed        PIC 9(6).
           02  CStPoints        PIC 9(7)V99.
       01  PrintStats.
           02  PStMarkCount     PIC 9(5) OCCURS 7 TIMES.
           02  PStTotal         PIC 9(6).
           02  PStGraded        PIC 9(6).
           02  PStPassed        PIC 9(6).
           02  PStPoints        PIC 9(7)V99.
       01  PrintAverage         PIC 9V99.
       01  PrintPassRate        PIC 999V9.
       01  PrintMarkRate        PIC 999V9.
       01  LookupDepartment     PIC X(4).
       01  LookupInstrId        PIC 9(5).
       01  FoundFlag            PIC X.
           88  EntryFound       VALUE "Y".
       01  CurrentCourseCode    PIC X(4).
       01  CurrentTermCode      PIC X(5).
       01  CurrentDepartment    PIC X(4).
       01  FirstSortRecord      PIC X VALUE "Y".
           88  IsFirstSortRecord VALUE "Y".
       01  NormDifference       PIC S999V99.
       01  PassOffNormFlag      PIC X.
           88  PassOffNorm      VALUE "Y".
       01  AvgOffNormFlag       PIC X.
           88  AvgOffNorm       VALUE "Y".
       01  DistTotals.
           02  GradesReadCount  PIC 9(6) VALUE ZERO.
           02  GradesUsedCount  PIC 9(6) VALUE ZERO.
           02  UnassignedCount  PIC 9(6) VALUE ZERO.
           02  CourseTermCount  PIC 9(6) VALUE ZERO.
           02  FlaggedCount     PIC 9(6) VALUE ZERO.
       01  DistHeadingLine.
           02  FILLER           PIC X(32)
               VALUE "  Grade Distribution Analysis - ".
           02  PrnDistHeadTerm  PIC X(9).
       01  DistToleranceLine.
           02  FILLER           PIC X(24)
               VALUE "Tolerance  pass rate +/-".
           02  PrnDistPassTol   PIC Z9.9.
           02  FILLER           PIC X(14) VALUE "   average +/-".
           02  PrnDistAvgTol    PIC 9.99.
       01  DistSectionLine.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnDistSection   PIC X(40).
       01  DistTitleLine.
           02  PrnDistTitle     PIC X(60).
       01  DistSummaryLine.
           02  FILLER           PIC X(10) VALUE "   Marks  ".
           02  PrnDistTotal     PIC ZZ,ZZ9.
           02  FILLER           PIC X(6)  VALUE "  Avg ".
           02  PrnDistAvg       PIC 9.99.
           02  FILLER           PIC X(7)  VALUE "  Pass ".
           02  PrnDistPass      PIC ZZ9.9.
           02  FILLER           PIC X(3)  VALUE "%  ".
           02  PrnDistFlag      PIC X(24).
       01  DistCountLine.
           02  FILLER           PIC X(10) VALUE "   Count  ".
           02  DistCountEntry OCCURS 7 TIMES.
               03  PrnCntMark   PIC X(2).
               03  PrnCntValue  PIC ZZZ9.
               03  FILLER       PIC X(2)  VALUE SPACES.
       01  DistPctLine.
           02  FILLER           PIC X(10) VALUE "   Pct    ".
           02  DistPctEntry OCCURS 7 TIMES.
               03  PrnPctMark   PIC X(2).
               03  PrnPctValue  PIC ZZ9.9.
               03  FILLER       PIC X(1)  VALUE SPACES.
       01  DistCountTotalLine.
           02  PrnDistCountText PIC X(20).
           02  PrnDistCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckDistControl
           PERFORM LoadCatalogTable
           PERFORM LoadInstructorTable
           PERFORM LoadAssignmentTable
           OPEN OUTPUT DistReportFile
           IF DistTermCode = SPACES
              MOVE "all terms" TO PrnDistHeadTerm
           ELSE
              MOVE DistTermCode TO PrnDistHeadTerm
           END-IF
           WRITE DistReportLine FROM DistHeadingLine
                  AFTER ADVANCING PAGE
           MOVE PassTolerance TO PrnDistPassTol
           MOVE AvgTolerance TO PrnDistAvgTol
           WRITE DistReportLine FROM DistToleranceLine
                  AFTER ADVANCING 1 LINES
           SORT DistSortFile
              ON ASCENDING KEY SrtDepartment
              ON ASCENDING KEY SrtCourseCode
              ON ASCENDING KEY SrtTermCode
              INPUT PROCEDURE IS ReadGrades
              OUTPUT PROCEDURE IS PrintCourseDistribution
           PERFORM PrintInstructorDistribution
           PERFORM PrintDistTotals
           CLOSE DistReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckDistControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "GRADE-DIST-TERM" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqValue NOT = SPACES
              MOVE ParmReqValue TO DistTermCode
           END-IF
           MOVE "GRADE-DIST-PASS-TOL" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO PassTolerance
           END-IF
           MOVE "GRADE-DIST-AVG-TOL" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO AvgTolerance
           END-IF.
       LoadCatalogTable.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus = "00"
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfCatalogFile
                 IF CatalogTableCount < 100
                    ADD 1 TO CatalogTableCount
                    SET CatIdx TO CatalogTableCount
                    MOVE CatCourseCode TO CatTabCourseCode(CatIdx)
                    MOVE CatDepartment TO CatTabDepartment(CatIdx)
                 ELSE
                    MOVE "COURSECAT.DA" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ CourseCatalogFile
                   AT END SET EndOfCatalogFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CourseCatalogFile
           END-IF.
       LoadInstructorTable.
           OPEN INPUT InstructorFile
           IF InstructorFileStatus = "00"
              READ InstructorFile
                AT END SET EndOfInstructorFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfInstructorFile
                 IF InstructorTableCount < 200
                    ADD 1 TO InstructorTableCount
                    SET InstIdx TO InstructorTableCount
                    MOVE InstrId TO ITabInstrId(InstIdx)
                    MOVE InstrName TO ITabName(InstIdx)
                    MOVE InstrDepartment TO ITabDepartment(InstIdx)
                    INITIALIZE ITabStats(InstIdx)
                 ELSE
                    MOVE "INSTRMST.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE InstructorFile
           END-IF.
       LoadAssignmentTable.
           OPEN INPUT AssignmentFile
           IF AssignmentFileStatus = "00"
              READ AssignmentFile
                AT END SET EndOfAssignFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAssignFile
                 IF AssignmentTableCount < 300
                    ADD 1 TO AssignmentTableCount
                    SET AsgnIdx TO AssignmentTableCount
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnTermCode TO ATabTermCode(AsgnIdx)
                    MOVE AsgnInstrId TO ATabInstrId(AsgnIdx)
                    MOVE AsgnSection TO ATabSection(AsgnIdx)
                 ELSE
                    MOVE "CRSASSGN.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ AssignmentFile
                   AT END SET EndOfAssignFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AssignmentFile
           END-IF.
       ReadGrades.
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
              ADD 1 TO GradesReadCount
              IF DistTermCode = SPACES
                 OR GradeTermCode = DistTermCode
                 PERFORM ReleaseOneGrade
              END-IF
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE GradeFile
           PERFORM ComputeDepartmentNorms.
       ReleaseOneGrade.
           EVALUATE GradeMark(1:1)
              WHEN "A" MOVE 1 TO MarkBucket
              WHEN "B" MOVE 2 TO MarkBucket
              WHEN "C" MOVE 3 TO MarkBucket
              WHEN "D" MOVE 4 TO MarkBucket
              WHEN "F" MOVE 5 TO MarkBucket
              WHEN "I" MOVE 6 TO MarkBucket
              WHEN "W" MOVE 7 TO MarkBucket
              WHEN OTHER MOVE ZERO TO MarkBucket
           END-EVALUATE
           IF MarkBucket > ZERO
              ADD 1 TO GradesUsedCount
              MOVE SPACES TO DistSortRecord
              MOVE GradeCourseCode TO SrtCourseCode
              MOVE GradeTermCode TO SrtTermCode
              MOVE MarkBucket TO SrtMarkBucket
              MOVE ZERO TO SrtGradePoints
              IF MarkBucket <= 5
                 PERFORM ComputeGradePoints
                 MOVE GradePointValue TO SrtGradePoints
              END-IF
              IF PassingGradeMark
                 MOVE "Y" TO SrtPassFlag
              ELSE
                 MOVE "N" TO SrtPassFlag
              END-IF
              PERFORM FindCourseDepartment
              MOVE LookupDepartment TO SrtDepartment
              PERFORM AccumulateDepartment
              PERFORM AccumulateInstructor
              RELEASE DistSortRecord
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
       FindCourseDepartment.
           MOVE "????" TO LookupDepartment
           SET CatIdx TO 1
           PERFORM UNTIL CatIdx > CatalogTableCount
              IF CatTabCourseCode(CatIdx) = GradeCourseCode
                 MOVE CatTabDepartment(CatIdx) TO LookupDepartment
                 SET CatIdx TO CatalogTableCount
              END-IF
              SET CatIdx UP BY 1
           END-PERFORM.
       AccumulateDepartment.
           MOVE "N" TO FoundFlag
           SET DeptIdx TO 1
           PERFORM UNTIL DeptIdx > DeptTableCount OR EntryFound
              IF DTabDepartment(DeptIdx) = LookupDepartment
                 MOVE "Y" TO FoundFlag
              ELSE
                 SET DeptIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT EntryFound
              IF DeptTableCount < 50
                 ADD 1 TO DeptTableCount
                 SET DeptIdx TO DeptTableCount
                 MOVE LookupDepartment TO DTabDepartment(DeptIdx)
                 MOVE ZERO TO DTabAverage(DeptIdx),
                              DTabPassRate(DeptIdx)
                 INITIALIZE DTabStats(DeptIdx)
              ELSE
                 MOVE "DEPT TABLE" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF
           ADD 1 TO DTabMarkCount(DeptIdx, MarkBucket)
           ADD 1 TO DTabTotal(DeptIdx)
           IF MarkBucket <= 5
              ADD 1 TO DTabGraded(DeptIdx)
              ADD SrtGradePoints TO DTabPoints(DeptIdx)
           END-IF
           IF SrtPassFlag = "Y"
              ADD 1 TO DTabPassed(DeptIdx)
           END-IF.
       AccumulateInstructor.
           MOVE ZERO TO LookupInstrId
           PERFORM VARYING AsgnIdx FROM 1 BY 1
                   UNTIL AsgnIdx > AssignmentTableCount
              IF ATabCourseCode(AsgnIdx) = GradeCourseCode
                 AND ATabTermCode(AsgnIdx) = GradeTermCode
                 AND (ATabSection(AsgnIdx) = GradeSection
                      OR LookupInstrId = ZERO)
                 MOVE ATabInstrId(AsgnIdx) TO LookupInstrId
              END-IF
           END-PERFORM
           MOVE "N" TO FoundFlag
           SET InstIdx TO 1
           PERFORM UNTIL InstIdx > InstructorTableCount
                         OR EntryFound
              IF ITabInstrId(InstIdx) = LookupInstrId
                 MOVE "Y" TO FoundFlag
              ELSE
                 SET InstIdx UP BY 1
              END-IF
           END-PERFORM
           IF LookupInstrId = ZERO OR NOT EntryFound
              ADD 1 TO UnassignedCount
           ELSE
              ADD 1 TO ITabMarkCount(InstIdx, MarkBucket)
              ADD 1 TO ITabTotal(InstIdx)
              IF MarkBucket <= 5
                 ADD 1 TO ITabGraded(InstIdx)
                 ADD SrtGradePoints TO ITabPoints(InstIdx)
              END-IF
              IF SrtPassFlag = "Y"
                 ADD 1 TO ITabPassed(InstIdx)
              END-IF
           END-IF.
       ComputeDepartmentNorms.
           PERFORM VARYING DeptIdx FROM 1 BY 1
                   UNTIL DeptIdx > DeptTableCount
              MOVE DTabStats(DeptIdx) TO PrintStats
              PERFORM ComputePrintRates
              MOVE PrintAverage TO DTabAverage(DeptIdx)
              MOVE PrintPassRate TO DTabPassRate(DeptIdx)
           END-PERFORM.
       ComputePrintRates.
           MOVE ZERO TO PrintAverage, PrintPassRate
           IF PStGraded > ZERO
              COMPUTE PrintAverage ROUNDED = PStPoints / PStGraded
           END-IF
           IF PStTotal > ZERO
              COMPUTE PrintPassRate ROUNDED =
                      PStPassed * 100 / PStTotal
           END-IF.
       PrintCourseDistribution.
           MOVE "Department norms" TO PrnDistSection
           WRITE DistReportLine FROM DistSectionLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING DeptIdx FROM 1 BY 1
                   UNTIL DeptIdx > DeptTableCount
              MOVE SPACES TO PrnDistTitle
              STRING "Department " DTabDepartment(DeptIdx)
                     DELIMITED BY SIZE INTO PrnDistTitle
              MOVE DTabStats(DeptIdx) TO PrintStats
              MOVE SPACES TO PrnDistFlag
              PERFORM PrintStatBlock
           END-PERFORM
           MOVE "By course and term" TO PrnDistSection
           WRITE DistReportLine FROM DistSectionLine
                  AFTER ADVANCING 2 LINES
           RETURN DistSortFile
             AT END SET EndOfDistSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfDistSort
              IF IsFirstSortRecord
                 PERFORM StartCourseGroup
                 MOVE "N" TO FirstSortRecord
              END-IF
              IF SrtCourseCode NOT = CurrentCourseCode
                 OR SrtTermCode NOT = CurrentTermCode
                 PERFORM PrintCourseGroup
                 PERFORM StartCourseGroup
              END-IF
              ADD 1 TO CStMarkCount(SrtMarkBucket)
              ADD 1 TO CStTotal
              IF SrtMarkBucket <= 5
                 ADD 1 TO CStGraded
                 ADD SrtGradePoints TO CStPoints
              END-IF
              IF SrtPassFlag = "Y"
                 ADD 1 TO CStPassed
              END-IF
              RETURN DistSortFile
                AT END SET EndOfDistSort TO TRUE
              END-RETURN
           END-PERFORM
           IF NOT IsFirstSortRecord
              PERFORM PrintCourseGroup
           END-IF.
       StartCourseGroup.
           MOVE SrtCourseCode TO CurrentCourseCode
           MOVE SrtTermCode TO CurrentTermCode
           MOVE SrtDepartment TO CurrentDepartment
           INITIALIZE CourseStats.
       PrintCourseGroup.
           ADD 1 TO CourseTermCount
           MOVE SPACES TO PrnDistTitle
           STRING "Course " CurrentCourseCode "  Term "
                  CurrentTermCode "  Dept " CurrentDepartment
                  DELIMITED BY SIZE INTO PrnDistTitle
           MOVE CourseStats TO PrintStats
           PERFORM ComputePrintRates
           PERFORM CompareToDepartmentNorm
           PERFORM PrintStatBlock.
       CompareToDepartmentNorm.
           MOVE "N" TO PassOffNormFlag, AvgOffNormFlag
           MOVE SPACES TO PrnDistFlag
           SET DeptIdx TO 1
           PERFORM UNTIL DeptIdx > DeptTableCount
              IF DTabDepartment(DeptIdx) = CurrentDepartment
                 COMPUTE NormDifference =
                         PrintPassRate - DTabPassRate(DeptIdx)
                 IF NormDifference < ZERO
                    MULTIPLY -1 BY NormDifference
                 END-IF
                 IF NormDifference > PassTolerance
                    MOVE "Y" TO PassOffNormFlag
                 END-IF
                 COMPUTE NormDifference =
                         PrintAverage - DTabAverage(DeptIdx)
                 IF NormDifference < ZERO
                    MULTIPLY -1 BY NormDifference
                 END-IF
                 IF NormDifference > AvgTolerance
                    MOVE "Y" TO AvgOffNormFlag
                 END-IF
                 SET DeptIdx TO DeptTableCount
              END-IF
              SET DeptIdx UP BY 1
           END-PERFORM
           EVALUATE TRUE
              WHEN PassOffNorm AND AvgOffNorm
                 MOVE "** pass and avg off norm" TO PrnDistFlag
              WHEN PassOffNorm
                 MOVE "** pass rate off norm" TO PrnDistFlag
              WHEN AvgOffNorm
                 MOVE "** average off norm" TO PrnDistFlag
           END-EVALUATE
           IF PassOffNorm OR AvgOffNorm
              ADD 1 TO FlaggedCount
           END-IF.
       PrintStatBlock.
           PERFORM ComputePrintRates
           WRITE DistReportLine FROM DistTitleLine
                  AFTER ADVANCING 2 LINES
           MOVE PStTotal TO PrnDistTotal
           MOVE PrintAverage TO PrnDistAvg
           MOVE PrintPassRate TO PrnDistPass
           WRITE DistReportLine FROM DistSummaryLine
                  AFTER ADVANCING 1 LINES
           PERFORM VARYING MarkIdx FROM 1 BY 1 UNTIL MarkIdx > 7
              MOVE MarkLetter(MarkIdx) TO PrnCntMark(MarkIdx),
                                          PrnPctMark(MarkIdx)
              MOVE PStMarkCount(MarkIdx) TO PrnCntValue(MarkIdx)
              MOVE ZERO TO PrintMarkRate
              IF PStTotal > ZERO
                 COMPUTE PrintMarkRate ROUNDED =
                         PStMarkCount(MarkIdx) * 100 / PStTotal
              END-IF
              MOVE PrintMarkRate TO PrnPctValue(MarkIdx)
           END-PERFORM
           WRITE DistReportLine FROM DistCountLine
                  AFTER ADVANCING 1 LINES
           WRITE DistReportLine FROM DistPctLine
                  AFTER ADVANCING 1 LINES.
       PrintInstructorDistribution.
           MOVE "By instructor" TO PrnDistSection
           WRITE DistReportLine FROM DistSectionLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING InstIdx FROM 1 BY 1
                   UNTIL InstIdx > InstructorTableCount
              IF ITabTotal(InstIdx) > ZERO
                 MOVE SPACES TO PrnDistTitle
                 STRING ITabName(InstIdx) DELIMITED BY "  "
                        "  Dept " ITabDepartment(InstIdx)
                        DELIMITED BY SIZE INTO PrnDistTitle
                 MOVE ITabStats(InstIdx) TO PrintStats
                 MOVE SPACES TO PrnDistFlag
                 PERFORM PrintStatBlock
              END-IF
           END-PERFORM.
       PrintDistTotals.
           MOVE "Grades read       = " TO PrnDistCountText
           MOVE GradesReadCount TO PrnDistCount
           WRITE DistReportLine FROM DistCountTotalLine
                  AFTER ADVANCING 3 LINES
           MOVE "Grades analysed   = " TO PrnDistCountText
           MOVE GradesUsedCount TO PrnDistCount
           WRITE DistReportLine FROM DistCountTotalLine
                  AFTER ADVANCING 1 LINES
           MOVE "No instructor     = " TO PrnDistCountText
           MOVE UnassignedCount TO PrnDistCount
           WRITE DistReportLine FROM DistCountTotalLine
                  AFTER ADVANCING 1 LINES
           MOVE "Course-terms      = " TO PrnDistCountText
           MOVE CourseTermCount TO PrnDistCount
           WRITE DistReportLine FROM DistCountTotalLine
                  AFTER ADVANCING 1 LINES
           MOVE "Flagged vs norm   = " TO PrnDistCountText
           MOVE FlaggedCount TO PrnDistCount
           WRITE DistReportLine FROM DistCountTotalLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM GRADDIST.
