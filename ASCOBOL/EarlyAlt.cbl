       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLYALT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendanceFile ASSIGN TO "ATTEND.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AttendanceFileStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT AdviseeFile ASSIGN TO "ADVISEE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AlertSortFile ASSIGN TO "ALERTSRT.TMP".
           SELECT WorklistFile ASSIGN TO "ALERTWL.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AttendanceFile.
           01  AttendanceRecord.
               88  EndOfAttendance  VALUE HIGH-VALUES.
               02  AttStudentId     PIC 9(7).
               02  AttCourseCode    PIC X(4).
               02  AttMeetingDate   PIC 9(8).
               02  AttMark          PIC X.
                   88  MarkAbsent   VALUE "A", "a".
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  AdviseeFile.
           01  AdviseeRecord.
               COPY ADVCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       SD  AlertSortFile.
           01  AlertSortRecord.
               88  EndOfAlertSort   VALUE HIGH-VALUES.
               02  AlertAdvisorName PIC X(30).
               02  AlertScore       PIC 99.
               02  AlertStudentId   PIC 9(7).
               02  AlertSurname     PIC X(25).
               02  AlertGivenNames  PIC X(15).
               02  AlertFirstTerm   PIC X.
                   88  AlertFirstTermStudent VALUE "Y".
               02  AlertAbsSignal   PIC X.
                   88  AlertAbsenceTriggered VALUE "Y".
               02  AlertAbsCourse   PIC X(4).
               02  AlertAbsCount    PIC 9(3).
               02  AlertGradeSignal PIC X.
                   88  AlertGradeTriggered VALUE "Y".
               02  AlertFailCount   PIC 99.
               02  AlertProbSignal  PIC X.
                   88  AlertProbationTriggered VALUE "Y".
               02  AlertGpa         PIC 9V99.
               02  AlertBalSignal   PIC X.
                   88  AlertBalanceTriggered VALUE "Y".
               02  AlertPastDue     PIC S9(7)V99.
       FD  WorklistFile.
           01  WorklistLine         PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "EARLYALT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  AttendanceFileStatus PIC XX.
       01  GradeFileStatus      PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  AdviseeFileStatus    PIC XX.
       01  InstructorFileStatus PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  AlertRunDate         PIC 9(8).
       01  AlertRunDateInteger  PIC S9(9) COMP.
       01  EntryDateInteger     PIC S9(9) COMP.
       01  EntryAgeDays         PIC S9(5) COMP.
       01  AlertTermCode        PIC X(5) VALUE SPACES.
       01  AbsenceLimit         PIC 99 VALUE 3.
       01  FailMarkLimit        PIC 9 VALUE 1.
       01  ProbationGpa         PIC 9V99 VALUE 1.50.
       01  PastDueAmount        PIC 9(5)V99 VALUE 100.00.
       01  PastDueDays          PIC 9(3) VALUE 60.
       01  AbsenceWeight        PIC 9 VALUE 2.
       01  GradeWeight          PIC 9 VALUE 3.
       01  ProbationWeight      PIC 9 VALUE 3.
       01  BalanceWeight        PIC 9 VALUE 1.
       01  MinimumScore         PIC 99 VALUE 1.
       01  AbsenceTable.
           02  AbsenceEntry OCCURS 500 TIMES INDEXED BY AbsIdx.
               03  AbsTabStudentId  PIC 9(7).
               03  AbsTabCourseCode PIC X(4).
               03  AbsTabAbsences   PIC 9(3).
       01  AbsenceTableCount    PIC 9(4) VALUE ZERO.
       01  AbsenceEntryFoundFlag PIC X.
           88  AbsenceEntryFound VALUE "Y".
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
       01  GradeSignalTable.
           02  GradeSignalEntry OCCURS 2000 TIMES
                                 INDEXED BY GSigIdx.
               03  GSigStudentId    PIC 9(7).
               03  GSigPoints       PIC S9(5)V99.
               03  GSigGpaCredits   PIC 9(4)V9.
               03  GSigFailCount    PIC 99.
               03  GSigPriorTerm    PIC X.
                   88  GSigHasPriorTerm VALUE "Y".
       01  GradeSignalCount     PIC 9(4) VALUE ZERO.
       01  GradeSignalFoundFlag PIC X VALUE "N".
           88  GradeSignalFound VALUE "Y".
       01  LedgerStudentTable.
           02  LedgerStudentEntry OCCURS 500 TIMES
                                   INDEXED BY LedgStudIdx.
               03  LStudStudentId   PIC 9(7).
               03  LStudCreditLeft  PIC S9(8)V99.
               03  LStudPastDue     PIC S9(8)V99.
       01  LedgerStudentCount   PIC 9(4) VALUE ZERO.
       01  LedgerStudentFound   PIC X VALUE "N".
           88  LedgerStudentEntryFound VALUE "Y".
       01  OpenChargeAmount     PIC S9(8)V99.
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  AdviseeTable.
           02  AdviseeEntry OCCURS 2000 TIMES
                             INDEXED BY AdvIdx.
               03  AdvTabStudentId  PIC 9(7).
               03  AdvTabInstrId    PIC 9(5).
       01  AdviseeTableCount    PIC 9(4) VALUE ZERO.
       01  CurrentAdvisorName   PIC X(30).
       01  CurrentAlertAdvisor  PIC X(30).
       01  FirstAlertRecord     PIC X VALUE "Y".
           88  IsFirstAlertRecord VALUE "Y".
       01  AlertTotals.
           02  StudentsScreened PIC 9(6) VALUE ZERO.
           02  StudentsListed   PIC 9(6) VALUE ZERO.
           02  FirstTermListed  PIC 9(6) VALUE ZERO.
       01  WorklistHeadingLine  PIC X(40)
           VALUE "  Early Alert Worklist".
       01  WorklistAdvisorLine.
           02  FILLER           PIC X(10) VALUE "Advisor - ".
           02  PrnWlAdvisor     PIC X(30).
           02  FILLER           PIC X(8)  VALUE "  as of ".
           02  PrnWlRunDate     PIC 9(8).
       01  WorklistStudentLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnWlStudentId   PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnWlSurname     PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnWlGivenNames  PIC X(15).
           02  FILLER           PIC X(7)  VALUE " Score ".
           02  PrnWlScore       PIC Z9.
       01  WorklistFirstTermLine PIC X(40)
           VALUE "   ** FIRST TERM STUDENT **".
       01  WorklistAbsenceLine.
           02  FILLER           PIC X(22)
               VALUE "   Absences   - course".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnWlAbsCourse   PIC X(4).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnWlAbsCount    PIC ZZ9.
           02  FILLER           PIC X(9)  VALUE " absences".
       01  WorklistGradeLine.
           02  FILLER           PIC X(16) VALUE "   Grades     - ".
           02  PrnWlFailCount   PIC Z9.
           02  FILLER           PIC X(28)
               VALUE " failing/incomplete mark(s)".
       01  WorklistProbationLine.
           02  FILLER           PIC X(31)
               VALUE "   Probation  - cumulative GPA ".
           02  PrnWlGpa         PIC 9.99.
       01  WorklistBalanceLine.
           02  FILLER           PIC X(25)
               VALUE "   Balance    - past due ".
           02  PrnWlPastDue     PIC -(6)9.99.
       01  WorklistScreenedLine.
           02  FILLER           PIC X(20) VALUE "Students screened= ".
           02  PrnWlScreened    PIC ZZZ,ZZ9.
       01  WorklistListedLine.
           02  FILLER           PIC X(20) VALUE "Students listed  = ".
           02  PrnWlListed      PIC ZZZ,ZZ9.
       01  WorklistFirstTermCountLine.
           02  FILLER           PIC X(20) VALUE "First term listed= ".
           02  PrnWlFirstTerm   PIC ZZZ,ZZ9.
       01  WorklistUncreditedLine.
           02  FILLER           PIC X(20) VALUE "No credit hours  = ".
           02  PrnWlUncredited  PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT AlertRunDate FROM DATE YYYYMMDD
           COMPUTE AlertRunDateInteger =
                   FUNCTION INTEGER-OF-DATE(AlertRunDate)
           PERFORM ReadAlertControl
           PERFORM FindAlertTerm
           PERFORM LoadCourseCredits
           PERFORM LoadInstructorTable
           PERFORM LoadAdviseeTable
           PERFORM CountAbsences
           PERFORM LoadGradeSignals
           PERFORM LoadLedgerCredits
           PERFORM AgeLedgerCharges
           OPEN OUTPUT WorklistFile
           WRITE WorklistLine FROM WorklistHeadingLine
                  AFTER ADVANCING PAGE
           SORT AlertSortFile
              ON ASCENDING KEY AlertAdvisorName
              ON DESCENDING KEY AlertScore
              ON ASCENDING KEY AlertSurname
              INPUT PROCEDURE IS ScreenStudents
              OUTPUT PROCEDURE IS PrintWorklist
           MOVE StudentsScreened TO PrnWlScreened
           WRITE WorklistLine FROM WorklistScreenedLine
                  AFTER ADVANCING 2 LINES
           MOVE StudentsListed TO PrnWlListed
           WRITE WorklistLine FROM WorklistListedLine
                  AFTER ADVANCING 1 LINES
           MOVE FirstTermListed TO PrnWlFirstTerm
           WRITE WorklistLine FROM WorklistFirstTermCountLine
                  AFTER ADVANCING 1 LINES
           MOVE UncreditedCount TO PrnWlUncredited
           WRITE WorklistLine FROM WorklistUncreditedLine
                  AFTER ADVANCING 1 LINES
           CLOSE WorklistFile
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "At-risk students listed - " StudentsListed
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadAlertControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "ALERT-ABSENCE-LIMIT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO AbsenceLimit
           END-IF
           MOVE "ALERT-FAIL-MARKS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO FailMarkLimit
           END-IF
           MOVE "PROBATION-GPA" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO ProbationGpa
           END-IF
           MOVE "ALERT-PAST-DUE-AMT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO PastDueAmount
           END-IF
           MOVE "ALERT-PAST-DUE-DAYS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO PastDueDays
           END-IF
           MOVE "ALERT-WT-ABSENCE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO AbsenceWeight
           END-IF
           MOVE "ALERT-WT-GRADES" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO GradeWeight
           END-IF
           MOVE "ALERT-WT-PROBATION" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO ProbationWeight
           END-IF
           MOVE "ALERT-WT-BALANCE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO BalanceWeight
           END-IF
           MOVE "ALERT-MINIMUM-SCORE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO MinimumScore
           END-IF.
       FindAlertTerm.
           OPEN INPUT TermControlFile
           IF TermControlStatus = "00"
              READ TermControlFile
                AT END MOVE ZERO TO CtlTermStartDate
              END-READ
              CLOSE TermControlFile
              OPEN INPUT TermMasterFile
              IF TermMasterStatus = "00"
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
                 PERFORM UNTIL EndOfTermFile
                    IF TermStartDate = CtlTermStartDate
                       MOVE TermCode TO AlertTermCode
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
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
                    MOVE InstrId   TO ITabInstrId(InstIdx)
                    MOVE InstrName TO ITabName(InstIdx)
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
       LoadAdviseeTable.
           OPEN INPUT AdviseeFile
           IF AdviseeFileStatus = "00"
              READ AdviseeFile
                AT END SET EndOfAdviseeFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAdviseeFile
                 IF AdvEndDate NOT NUMERIC
                    MOVE ZERO TO AdvEndDate
                 END-IF
                 IF AdvEffDate <= AlertRunDate
                    AND (AdvEndDate = ZERO
                         OR AdvEndDate > AlertRunDate)
                    IF AdviseeTableCount < 2000
                       ADD 1 TO AdviseeTableCount
                       SET AdvIdx TO AdviseeTableCount
                       MOVE AdvStudentId TO AdvTabStudentId(AdvIdx)
                       MOVE AdvInstrId   TO AdvTabInstrId(AdvIdx)
                    ELSE
                       MOVE "ADVISEE.DAT" TO ErrorFileName
                       MOVE "OV" TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 END-IF
                 READ AdviseeFile
                   AT END SET EndOfAdviseeFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AdviseeFile
           END-IF.
       CountAbsences.
           OPEN INPUT AttendanceFile
           IF AttendanceFileStatus NOT = "00"
              SET EndOfAttendance TO TRUE
           ELSE
              READ AttendanceFile
                AT END SET EndOfAttendance TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfAttendance
              IF MarkAbsent
                 PERFORM CountOneAbsence
              END-IF
              READ AttendanceFile
                AT END SET EndOfAttendance TO TRUE
              END-READ
           END-PERFORM
           IF AttendanceFileStatus = "00"
              OR AttendanceFileStatus = "10"
              CLOSE AttendanceFile
           END-IF.
       CountOneAbsence.
           MOVE "N" TO AbsenceEntryFoundFlag
           SET AbsIdx TO 1
           PERFORM UNTIL AbsIdx > AbsenceTableCount
              OR AbsenceEntryFound
              IF AbsTabStudentId(AbsIdx) = AttStudentId
                 AND AbsTabCourseCode(AbsIdx) = AttCourseCode
                 MOVE "Y" TO AbsenceEntryFoundFlag
              ELSE
                 SET AbsIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT AbsenceEntryFound
              AND AbsenceTableCount < 500
              ADD 1 TO AbsenceTableCount
              SET AbsIdx TO AbsenceTableCount
              MOVE AttStudentId  TO AbsTabStudentId(AbsIdx)
              MOVE AttCourseCode TO AbsTabCourseCode(AbsIdx)
              MOVE ZERO TO AbsTabAbsences(AbsIdx)
              MOVE "Y" TO AbsenceEntryFoundFlag
           END-IF
           IF AbsenceEntryFound
              ADD 1 TO AbsTabAbsences(AbsIdx)
           END-IF.
       LoadGradeSignals.
           SET GSigIdx TO 1
           OPEN INPUT GradeFile
           IF GradeFileStatus NOT = "00"
              SET EndOfGradeFile TO TRUE
           ELSE
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfGradeFile
              PERFORM TallyOneGrade
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-PERFORM
           IF GradeFileStatus = "00" OR GradeFileStatus = "10"
              CLOSE GradeFile
           END-IF.
       TallyOneGrade.
           IF GradeSignalCount = ZERO
              OR GSigStudentId(GSigIdx) NOT = GradeStudentId
              IF GradeSignalCount < 2000
                 ADD 1 TO GradeSignalCount
                 SET GSigIdx TO GradeSignalCount
                 MOVE GradeStudentId TO GSigStudentId(GSigIdx)
                 MOVE ZERO TO GSigPoints(GSigIdx)
                 MOVE ZERO TO GSigGpaCredits(GSigIdx)
                 MOVE ZERO TO GSigFailCount(GSigIdx)
                 MOVE "N"  TO GSigPriorTerm(GSigIdx)
              ELSE
                 MOVE "GRADES.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF
           IF GradeTermCode NOT = AlertTermCode
              MOVE "Y" TO GSigPriorTerm(GSigIdx)
           END-IF
           IF FailingGradeMark OR IncompleteGradeMark
              IF (AlertTermCode = SPACES
                  OR GradeTermCode = AlertTermCode)
                 AND GSigFailCount(GSigIdx) < 99
                 ADD 1 TO GSigFailCount(GSigIdx)
              END-IF
           END-IF
           IF PassingGradeMark OR FailingGradeMark
              PERFORM ComputeGradePoints
              PERFORM LookupCourseCredits
              IF NOT CourseCreditKnown
                 ADD 1 TO UncreditedCount
              END-IF
              COMPUTE GSigPoints(GSigIdx) = GSigPoints(GSigIdx)
                      + GradePointValue * CourseCreditHours
              ADD CourseCreditHours TO GSigGpaCredits(GSigIdx)
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
       LoadLedgerCredits.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
              SET EndOfLedgerFile TO TRUE
           ELSE
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              IF LedgerPayment OR LedgerRefund
                 OR LedgerWriteOff OR LedgerDeposit
                 OR LedgerRefundVoided
                 PERFORM FindLedgerStudent
                 IF LedgerStudentEntryFound
                    ADD LedgAmount TO LStudCreditLeft(LedgStudIdx)
                 END-IF
              END-IF
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
              CLOSE LedgerFile
           END-IF.
       AgeLedgerCharges.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
              SET EndOfLedgerFile TO TRUE
           ELSE
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
                 OR LedgerTranFee OR LedgerReturnedPay
                 OR LedgerReturnedFee
                 OR LedgerRefundIssued
                 OR LedgerAidReturned
                 OR LedgerAssessedFee
                 PERFORM FindLedgerStudent
                 IF LedgerStudentEntryFound
                    PERFORM AgeFoundCharge
                 END-IF
              END-IF
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
              CLOSE LedgerFile
           END-IF.
       AgeFoundCharge.
           MOVE LedgAmount TO OpenChargeAmount
           IF LStudCreditLeft(LedgStudIdx) >= OpenChargeAmount
              SUBTRACT OpenChargeAmount
                  FROM LStudCreditLeft(LedgStudIdx)
              MOVE ZERO TO OpenChargeAmount
           ELSE
              SUBTRACT LStudCreditLeft(LedgStudIdx)
                  FROM OpenChargeAmount
              MOVE ZERO TO LStudCreditLeft(LedgStudIdx)
           END-IF
           IF OpenChargeAmount > ZERO
              COMPUTE EntryDateInteger =
                      FUNCTION INTEGER-OF-DATE(LedgEntryDate)
              COMPUTE EntryAgeDays =
                      AlertRunDateInteger - EntryDateInteger
              IF EntryAgeDays >= PastDueDays
                 ADD OpenChargeAmount TO LStudPastDue(LedgStudIdx)
              END-IF
           END-IF.
       FindLedgerStudent.
           MOVE "N" TO LedgerStudentFound
           SET LedgStudIdx TO 1
           PERFORM UNTIL LedgStudIdx > LedgerStudentCount
              OR LedgerStudentEntryFound
              IF LStudStudentId(LedgStudIdx) = LedgStudentId
                 MOVE "Y" TO LedgerStudentFound
              ELSE
                 SET LedgStudIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT LedgerStudentEntryFound
              AND LedgerStudentCount < 500
              ADD 1 TO LedgerStudentCount
              SET LedgStudIdx TO LedgerStudentCount
              MOVE LedgStudentId TO LStudStudentId(LedgStudIdx)
              MOVE ZERO TO LStudCreditLeft(LedgStudIdx)
              MOVE ZERO TO LStudPastDue(LedgStudIdx)
              MOVE "Y" TO LedgerStudentFound
           END-IF.
       ScreenStudents.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              IF StudentActive
                 ADD 1 TO StudentsScreened
                 PERFORM ScoreOneStudent
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       ScoreOneStudent.
           MOVE SPACES TO AlertSortRecord
           MOVE ZERO TO AlertScore, AlertAbsCount, AlertFailCount,
                        AlertGpa, AlertPastDue
           MOVE StudentId OF StudentDetails TO AlertStudentId
           MOVE Surname    TO AlertSurname
           MOVE GivenNames TO AlertGivenNames
           PERFORM CheckAbsenceSignal
           PERFORM CheckGradeSignals
           PERFORM CheckBalanceSignal
           IF AlertScore >= MinimumScore
              PERFORM FindStudentAdvisor
              MOVE CurrentAdvisorName TO AlertAdvisorName
              RELEASE AlertSortRecord
           END-IF.
       CheckAbsenceSignal.
           MOVE "N" TO AlertAbsSignal
           PERFORM VARYING AbsIdx FROM 1 BY 1
                   UNTIL AbsIdx > AbsenceTableCount
              IF AbsTabStudentId(AbsIdx) = AlertStudentId
                 AND AbsTabAbsences(AbsIdx) >= AbsenceLimit
                 AND AbsTabAbsences(AbsIdx) > AlertAbsCount
                 MOVE "Y" TO AlertAbsSignal
                 MOVE AbsTabCourseCode(AbsIdx) TO AlertAbsCourse
                 MOVE AbsTabAbsences(AbsIdx)   TO AlertAbsCount
              END-IF
           END-PERFORM
           IF AlertAbsenceTriggered
              ADD AbsenceWeight TO AlertScore
           END-IF.
       CheckGradeSignals.
           MOVE "N" TO AlertGradeSignal
           MOVE "N" TO AlertProbSignal
           MOVE "Y" TO AlertFirstTerm
           MOVE "N" TO GradeSignalFoundFlag
           SET GSigIdx TO 1
           PERFORM UNTIL GSigIdx > GradeSignalCount
              OR GradeSignalFound
              IF GSigStudentId(GSigIdx) = AlertStudentId
                 MOVE "Y" TO GradeSignalFoundFlag
              ELSE
                 SET GSigIdx UP BY 1
              END-IF
           END-PERFORM
           IF GradeSignalFound
              IF GSigHasPriorTerm(GSigIdx)
                 MOVE "N" TO AlertFirstTerm
              END-IF
              IF GSigFailCount(GSigIdx) >= FailMarkLimit
                 MOVE "Y" TO AlertGradeSignal
                 MOVE GSigFailCount(GSigIdx) TO AlertFailCount
                 ADD GradeWeight TO AlertScore
              END-IF
              IF GSigGpaCredits(GSigIdx) > ZERO
                 COMPUTE AlertGpa ROUNDED =
                         GSigPoints(GSigIdx) / GSigGpaCredits(GSigIdx)
                 IF AlertGpa < ProbationGpa
                    MOVE "Y" TO AlertProbSignal
                    ADD ProbationWeight TO AlertScore
                 END-IF
              END-IF
           END-IF.
       CheckBalanceSignal.
           MOVE "N" TO AlertBalSignal
           SET LedgStudIdx TO 1
           PERFORM UNTIL LedgStudIdx > LedgerStudentCount
              OR AlertBalanceTriggered
              IF LStudStudentId(LedgStudIdx) = AlertStudentId
                 IF LStudPastDue(LedgStudIdx) >= PastDueAmount
                    MOVE "Y" TO AlertBalSignal
                    MOVE LStudPastDue(LedgStudIdx) TO AlertPastDue
                    ADD BalanceWeight TO AlertScore
                 END-IF
                 SET LedgStudIdx TO LedgerStudentCount
              END-IF
              SET LedgStudIdx UP BY 1
           END-PERFORM.
       FindStudentAdvisor.
           MOVE "(no advisor assigned)" TO CurrentAdvisorName
           SET AdvIdx TO 1
           PERFORM UNTIL AdvIdx > AdviseeTableCount
              IF AdvTabStudentId(AdvIdx) = AlertStudentId
                 SET InstIdx TO 1
                 PERFORM UNTIL InstIdx > InstructorTableCount
                    IF ITabInstrId(InstIdx) = AdvTabInstrId(AdvIdx)
                       MOVE ITabName(InstIdx) TO CurrentAdvisorName
                    END-IF
                    SET InstIdx UP BY 1
                 END-PERFORM
                 SET AdvIdx TO AdviseeTableCount
              END-IF
              SET AdvIdx UP BY 1
           END-PERFORM.
       PrintWorklist.
           RETURN AlertSortFile
             AT END SET EndOfAlertSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfAlertSort
              IF IsFirstAlertRecord
                 OR AlertAdvisorName NOT = CurrentAlertAdvisor
                 MOVE AlertAdvisorName TO CurrentAlertAdvisor
                 MOVE AlertAdvisorName TO PrnWlAdvisor
                 MOVE AlertRunDate TO PrnWlRunDate
                 WRITE WorklistLine FROM WorklistAdvisorLine
                        AFTER ADVANCING PAGE
                 MOVE "N" TO FirstAlertRecord
              END-IF
              PERFORM PrintAlertStudent
              RETURN AlertSortFile
                AT END SET EndOfAlertSort TO TRUE
              END-RETURN
           END-PERFORM.
       PrintAlertStudent.
           ADD 1 TO StudentsListed
           MOVE AlertStudentId  TO PrnWlStudentId
           MOVE AlertSurname    TO PrnWlSurname
           MOVE AlertGivenNames TO PrnWlGivenNames
           MOVE AlertScore      TO PrnWlScore
           WRITE WorklistLine FROM WorklistStudentLine
                  AFTER ADVANCING 2 LINES
           IF AlertFirstTermStudent
              ADD 1 TO FirstTermListed
              WRITE WorklistLine FROM WorklistFirstTermLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF AlertAbsenceTriggered
              MOVE AlertAbsCourse TO PrnWlAbsCourse
              MOVE AlertAbsCount  TO PrnWlAbsCount
              WRITE WorklistLine FROM WorklistAbsenceLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF AlertGradeTriggered
              MOVE AlertFailCount TO PrnWlFailCount
              WRITE WorklistLine FROM WorklistGradeLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF AlertProbationTriggered
              MOVE AlertGpa TO PrnWlGpa
              WRITE WorklistLine FROM WorklistProbationLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF AlertBalanceTriggered
              MOVE AlertPastDue TO PrnWlPastDue
              WRITE WorklistLine FROM WorklistBalanceLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       END PROGRAM EARLYALT.
