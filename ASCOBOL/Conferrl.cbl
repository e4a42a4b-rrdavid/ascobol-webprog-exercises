                      FILE STATUS IS StatusTxnStatus.
           SELECT ConferReportFile ASSIGN TO "CONFER.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  EligibleListFile.
               02  StxEffDate       PIC 9(8).
       FD  ConferReportFile.
           01  ConferReportLine     PIC X(70).
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       WORKING-STORAGE SECTION.
           COPY CHARCPY.
       01  ErrorProgramName     PIC X(10) VALUE "CONFERRL".
       01  ConferralMasterStatus PIC XX.
       01  AlumniFileStatus     PIC XX.
       01  StatusTxnStatus      PIC XX.
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
       01  DegreeCode           PIC X(8) VALUE SPACES.
       01  ConferDate           PIC 9(8) VALUE ZERO.
       01  HonorsGpa            PIC 9V99 VALUE 3.50.
           88  NoMoreStudentGrades VALUE "Y".
       01  GradePointValue      PIC S9V99.
       01  CumulativePoints     PIC S9(5)V99 VALUE ZERO.
       01  CumulativeGpaCredits PIC 9(4)V9 VALUE ZERO.
       01  ComputedGpa          PIC 9V99 VALUE ZERO.
       01  StudentHonors        PIC X(8) VALUE SPACES.
       01  HoldCheckAction      PIC X VALUE "D".
       01  HoldCheckResult      PIC X.
           88  StudentOnHold    VALUE "Y".
       01  HoldCheckType        PIC X(3).
       01  HoldCheckOffice      PIC X(4).
       01  ConferTotals.
           02  ConferredCount   PIC 9(4) VALUE ZERO.
           02  DiplomaCount     PIC 9(4) VALUE ZERO.
           02  NameReviewCount  PIC 9(4) VALUE ZERO.
           02  NotFoundCount    PIC 9(4) VALUE ZERO.
           02  DiplomaHeldCount PIC 9(4) VALUE ZERO.
       01  ConferHeadingLine    PIC X(40)
           VALUE "  Degree Conferral Register".
       01  ConferDetailLine.
       01  NameReviewLine.
           02  FILLER           PIC X(20) VALUE "Names for review = ".
           02  PrnNameReview    PIC Z,ZZ9.
       01  DiplomaHeldLine.
           02  FILLER           PIC X(20) VALUE "Diplomas held    = ".
           02  PrnDiplomaHeld   PIC Z,ZZ9.
       01  UncreditedLine.
           02  FILLER           PIC X(20) VALUE "No credit hours  = ".
           02  PrnUncreditedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadConferControl
           PERFORM LoadCourseCredits
           OPEN INPUT EligibleListFile
           IF EligibleListStatus NOT = "00"
              MOVE "GRADELIG.DAT" TO ErrorFileName
           MOVE NameReviewCount TO PrnNameReview
           WRITE ConferReportLine FROM NameReviewLine
                  AFTER ADVANCING 1 LINES
           MOVE DiplomaHeldCount TO PrnDiplomaHeld
           WRITE ConferReportLine FROM DiplomaHeldLine
                  AFTER ADVANCING 1 LINES
           MOVE UncreditedCount TO PrnUncreditedCount
           WRITE ConferReportLine FROM UncreditedLine
                  AFTER ADVANCING 1 LINES
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EligibleListFile, StudentFile, GradeFile,
                 ConferralMasterFile, DiplomaExtractFile,
                 AlumniFile, PurgeListFile, StatusTxnFile,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
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
       ReadConferControl.
           OPEN INPUT ConferControlFile
           IF ConferControlStatus NOT = "00"
           WRITE StatusTxnRecord
           ADD 1 TO ConferredCount
           PERFORM ValidateNameCharacters
           CALL "HOLDCHK" USING EligStudentId, HoldCheckAction,
                                HoldCheckResult, HoldCheckType,
                                HoldCheckOffice
           EVALUATE TRUE
              WHEN StudentOnHold
                 ADD 1 TO DiplomaHeldCount
                 MOVE EligStudentId TO PrnCnfErrorId
                 MOVE SPACES TO PrnCnfErrorText
                 STRING "diploma held, " HoldCheckType
                        " hold by " HoldCheckOffice DELIMITED BY SIZE
                   INTO PrnCnfErrorText
                 END-STRING
                 WRITE ConferReportLine FROM ConferErrorLine
                        AFTER ADVANCING 1 LINES
              WHEN NameCharactersValid
                 PERFORM WriteDiplomaExtract
              WHEN OTHER
                 ADD 1 TO NameReviewCount
                 MOVE EligStudentId TO PrnCnfErrorId
                 MOVE "name needs review for diploma"
                                          TO PrnCnfErrorText
                 WRITE ConferReportLine FROM ConferErrorLine
                        AFTER ADVANCING 1 LINES
           END-EVALUATE
           MOVE EligStudentId TO PrnCnfStudentId
           MOVE DegreeCode    TO PrnCnfDegree
           MOVE ComputedGpa   TO PrnCnfGpa
           END-PERFORM.
       ComputeStudentGpa.
           MOVE ZERO TO CumulativePoints
           MOVE ZERO TO CumulativeGpaCredits
           MOVE "N" TO EndOfStudentGrades
           MOVE EligStudentId TO GradeStudentId
           MOVE LOW-VALUES    TO GradeCourseCode, GradeTermCode
                    END-IF
              END-READ
           END-PERFORM
           IF CumulativeGpaCredits > ZERO
              COMPUTE ComputedGpa ROUNDED =
                      CumulativePoints / CumulativeGpaCredits
           ELSE
              MOVE ZERO TO ComputedGpa
           END-IF.
       AccumulateOneGrade.
           IF PassingGradeMark OR FailingGradeMark
              PERFORM ComputeGradePoints
              PERFORM LookupCourseCredits
              IF NOT CourseCreditKnown
                 ADD 1 TO UncreditedCount
              END-IF
              COMPUTE CumulativePoints = CumulativePoints
                      + GradePointValue * CourseCreditHours
              ADD CourseCreditHours TO CumulativeGpaCredits
           END-IF.
       ComputeGradePoints.
           EVALUATE GradeMark(1:1)
