       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      FILE STATUS IS StudentFileStatus.
           SELECT DeanReportFile ASSIGN TO "DEANLIST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
               COPY STUDCPY.
       FD  DeanReportFile.
           01  DeanReportLine       PIC X(60).
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "DEANLIST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  CourseCatalogStatus  PIC XX.
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
       01  DeanThreshold        PIC 9V99 VALUE 3.50.
       01  ProbationThreshold   PIC 9V99 VALUE 1.50.
       01  GradePointValue      PIC S9V99.
       01  CurrentGradeStudentId PIC 9(7) VALUE ZERO.
       01  StudentPoints        PIC S9(5)V99 VALUE ZERO.
       01  StudentGpaCredits    PIC 9(4)V9 VALUE ZERO.
       01  StudentGpa           PIC 9V99.
       01  FirstGradeRecord     PIC X VALUE "Y".
           88  IsFirstGradeRecord VALUE "Y".
           02  PrnCSumDeanCount PIC Z,ZZ9.
           02  FILLER           PIC X(13) VALUE "  Probation =".
           02  PrnCSumProbCount PIC Z,ZZ9.
       01  UncreditedLine.
           02  FILLER           PIC X(20) VALUE "No credit hours  = ".
           02  PrnUncreditedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckGpaControl
           PERFORM LoadCourseCredits
           PERFORM ScanGradeMaster
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
           WRITE DeanReportLine FROM CourseSectionLine
                  AFTER ADVANCING 2 LINES
           PERFORM PrintCourseSummary
           MOVE UncreditedCount TO PrnUncreditedCount
           WRITE DeanReportLine FROM UncreditedLine
                  AFTER ADVANCING 2 LINES
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE StudentFile, DeanReportFile
           GOBACK.
       ReportFileError.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckGpaControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "DEANS-LIST-GPA" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO DeanThreshold
           END-IF
           MOVE "PROBATION-GPA" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO ProbationThreshold
           END-IF.
       ScanGradeMaster.
           OPEN INPUT GradeFile
                 PERFORM ClassifyOneStudent
                 MOVE GradeStudentId TO CurrentGradeStudentId
                 MOVE ZERO TO StudentPoints
                 MOVE ZERO TO StudentGpaCredits
              END-IF
              IF PassingGradeMark OR FailingGradeMark
                 PERFORM ComputeGradePoints
                 PERFORM LookupCourseCredits
                 IF NOT CourseCreditKnown
                    ADD 1 TO UncreditedCount
                 END-IF
                 COMPUTE StudentPoints = StudentPoints
                         + GradePointValue * CourseCreditHours
                 ADD CourseCreditHours TO StudentGpaCredits
              END-IF
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
              PERFORM ClassifyOneStudent
           END-IF
           CLOSE GradeFile.
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
       ComputeGradePoints.
           EVALUATE GradeMark(1:1)
              WHEN "A" MOVE 4.00 TO GradePointValue
              END-IF
           END-IF.
       ClassifyOneStudent.
           IF StudentGpaCredits > ZERO
              COMPUTE StudentGpa ROUNDED =
                      StudentPoints / StudentGpaCredits
              IF StudentGpa >= DeanThreshold
                 AND DeanTableCount < 500
                 ADD 1 TO DeanTableCount
