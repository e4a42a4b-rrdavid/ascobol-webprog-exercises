                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT AwardStatusFile ASSIGN TO "AWDSTAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AwardStatusFileStatus.
           SELECT DecisionRegisterFile ASSIGN TO "AIDVERIF.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  AwardsFile.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  AwardStatusFile.
           01  AwardStatusRecord.
               02  AwsStudentId     PIC 9(7).
               02  AwsDecision      PIC X.
       FD  DecisionRegisterFile.
           01  DecisionRegisterLine PIC X(70).
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "AIDVERIF".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  AwardsFileStatus     PIC XX.
       01  GradeFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  AwardStatusFileStatus PIC XX.
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
       01  RepeatPolicy         PIC X VALUE "B".
           88  RepeatPolicyBest   VALUE "B".
           88  RepeatPolicyRecent VALUE "R".
                                  INDEXED BY SGIdx.
               03  SGCourseCode     PIC X(4).
               03  SGPoints         PIC S9V99.
               03  SGCredits        PIC 9V9.
               03  SGMark           PIC XX.
               03  SGIncluded       PIC X.
                   88  SGInCumulative VALUE "Y".
       01  CompareAttemptIdx    PIC 9(3).
       01  GroupEndIdx          PIC 9(3).
       01  CumulativePoints     PIC S9(5)V99 VALUE ZERO.
       01  CumulativeGpaCredits PIC 9(4)V9 VALUE ZERO.
       01  ComputedGpa          PIC 9V99 VALUE ZERO.
       01  LastGpaStudentId     PIC 9(7) VALUE ZERO.
       01  VerifTotals.
       01  VerifNoMinLine.
           02  FILLER           PIC X(20) VALUE "No GPA minimum   = ".
           02  PrnNoMinimumCount PIC Z,ZZ9.
       01  UncreditedLine.
           02  FILLER           PIC X(20) VALUE "No credit hours  = ".
           02  PrnUncreditedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRepeatPolicy
           PERFORM LoadCourseCredits
           OPEN INPUT AwardsFile
           IF AwardsFileStatus NOT = "00"
              MOVE "AWARDS.DAT" TO ErrorFileName
           MOVE NoMinimumCount TO PrnNoMinimumCount
           WRITE DecisionRegisterLine FROM VerifNoMinLine
                  AFTER ADVANCING 1 LINES
           MOVE UncreditedCount TO PrnUncreditedCount
           WRITE DecisionRegisterLine FROM UncreditedLine
                  AFTER ADVANCING 1 LINES
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE AwardsFile, GradeFile, AwardStatusFile,
                 DecisionRegisterFile
           GOBACK.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadRepeatPolicy.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "REPEAT-POLICY" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound
              AND (ParmReqValue = "B" OR ParmReqValue = "R")
              MOVE ParmReqValue TO RepeatPolicy
           END-IF.
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
       VerifyOneAward.
           ADD 1 TO AwardsChecked
           IF AwdMinimumGpa NOT NUMERIC
           PERFORM LoadStudentGrades
           PERFORM SelectRepeatAttempts
           MOVE ZERO TO CumulativePoints
           MOVE ZERO TO CumulativeGpaCredits
           PERFORM AccumulateOneGrade
                   VARYING SGIdx FROM 1 BY 1
                   UNTIL SGIdx > StudentGradeCount
           IF CumulativeGpaCredits > ZERO
              COMPUTE ComputedGpa ROUNDED =
                      CumulativePoints / CumulativeGpaCredits
           ELSE
              MOVE ZERO TO ComputedGpa
           END-IF.
       AccumulateOneGrade.
           MOVE SGMark(SGIdx) TO GradeMark
           IF SGInCumulative(SGIdx)
              AND (PassingGradeMark OR FailingGradeMark)
              COMPUTE CumulativePoints = CumulativePoints
                      + SGPoints(SGIdx) * SGCredits(SGIdx)
              ADD SGCredits(SGIdx) TO CumulativeGpaCredits
           END-IF.
       LoadStudentGrades.
           MOVE ZERO TO StudentGradeCount
       StashOneGrade.
           IF StudentGradeCount < 100
              PERFORM ComputeGradePoints
              PERFORM LookupCourseCredits
              IF (PassingGradeMark OR FailingGradeMark)
                 AND NOT CourseCreditKnown
                 ADD 1 TO UncreditedCount
              END-IF
              ADD 1 TO StudentGradeCount
              SET SGIdx TO StudentGradeCount
              MOVE GradeCourseCode TO SGCourseCode(SGIdx)
              MOVE GradeMark       TO SGMark(SGIdx)
              MOVE GradePointValue TO SGPoints(SGIdx)
              MOVE CourseCreditHours TO SGCredits(SGIdx)
              MOVE "Y"             TO SGIncluded(SGIdx)
           ELSE
              MOVE "GRADES.DAT" TO ErrorFileName
