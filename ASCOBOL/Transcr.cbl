                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT TransferFile ASSIGN TO "XFERCRED.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS XfrKey
                      FILE STATUS IS TransferFileStatus.
           SELECT StandingFile ASSIGN TO "STANDING.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StdKey
                      FILE STATUS IS StandingFileStatus.
           SELECT TranscriptFile ASSIGN TO "TRANSCR.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BillingHoldFile ASSIGN TO "BILLHOLD.EXT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BillingHoldFileStatus.
           SELECT NameHistoryFile ASSIGN TO "NAMEHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS NameHistoryStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TranscriptRequestFile.
                   88  OfficialRequest   VALUE "O", "o".
                   88  UnofficialRequest VALUE "U", "u", SPACE.
               02  ReqCopyCount     PIC 9.
               02  ReqRecipient     PIC X(30).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  TransferFile.
           01  TransferRecord.
               COPY XFERCPY.
       FD  StandingFile.
           01  StandingRecord.
               COPY STANDCPY.
       FD  TranscriptFile.
           01  TranscriptLine       PIC X(60).
       FD  BillingHoldFile.
           01  BillingHoldRecord.
               88  EndOfBillingHold VALUE HIGH-VALUES.
       FD  NameHistoryFile.
           01  NameHistoryRecord.
               COPY NAMECPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "TRANSCR".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  TransferFileStatus   PIC XX.
       01  TransferAvailFlag    PIC X VALUE "N".
           88  TransferAvailable VALUE "Y".
       01  StandingFileStatus   PIC XX.
       01  StandingAvailFlag    PIC X VALUE "N".
           88  StandingAvailable VALUE "Y".
       01  EndOfStudentXferFlag PIC X VALUE "N".
           88  NoMoreStudentXfers VALUE "Y".
       01  TransferCourseCount  PIC 9(3) VALUE ZERO.
       01  TransferCreditTotal  PIC 9(3)V9 VALUE ZERO.
       01  EndOfStudentGrades   PIC X VALUE "N".
           88  NoMoreStudentGrades VALUE "Y".
       01  GradePointValue      PIC S9V99.
       01  CourseCatalogStatus  PIC XX.
       01  DisclosureEntry.
           COPY DISCCPY.
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
       01  QualityPoints        PIC S9(3)V99.
       01  NameHistoryStatus    PIC XX.
       01  NameHistoryTable.
           02  NameHistoryEntry OCCURS 200 TIMES
           02  PrnFormerSurname PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnFormerGiven   PIC X(15).
       01  ParameterRequest.
           COPY PARMRCPY.
       01  BillingHoldFileStatus PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
       01  BillingHoldCount     PIC 9(4) VALUE ZERO.
       01  StudentHeldFlag      PIC X VALUE "N".
           88  RequestHeld      VALUE "Y".
       01  HoldCheckAction      PIC X VALUE "T".
       01  HoldCheckResult      PIC X.
           88  StudentOnHold    VALUE "Y".
       01  HoldCheckType        PIC X(3).
       01  HoldCheckOffice      PIC X(4).
       01  RegisterTotals.
           02  ReleasedCount    PIC 9(4) VALUE ZERO.
           02  BilledCount      PIC 9(4) VALUE ZERO.
           02  PrnHeldStudentId PIC 9(7).
       01  HeldLetterLine3      PIC X(50) VALUE
           "Please settle your account balance to release.".
       01  HoldLetterLine1      PIC X(44) VALUE
           "  TRANSCRIPT REQUEST HELD - HOLD ON RECORD".
       01  HoldLetterLine3.
           02  FILLER           PIC X(10) VALUE "Hold type ".
           02  PrnHoldLetterType PIC X(3).
           02  FILLER           PIC X(18) VALUE " placed by office ".
           02  PrnHoldLetterOffice PIC X(4).
           02  FILLER           PIC X(20)
               VALUE " - contact office.".
       01  RepeatPolicy         PIC X VALUE "B".
           88  RepeatPolicyBest   VALUE "B".
           88  RepeatPolicyRecent VALUE "R".
               03  SGTermCode       PIC X(5).
               03  SGMark           PIC XX.
               03  SGPoints         PIC S9V99.
               03  SGCredits        PIC 9V9.
               03  SGIncluded       PIC X.
                   88  SGInCumulative VALUE "Y".
       01  StudentGradeCount    PIC 9(3) VALUE ZERO.
           02  TermGpaEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabTermCode  PIC X(5).
               03  TermTabPoints    PIC S9(5)V99.
               03  TermTabAttempted PIC 9(3)V9.
               03  TermTabEarned    PIC 9(3)V9.
               03  TermTabGpaCredits PIC 9(3)V9.
       01  TermGpaCount         PIC 9(2) VALUE ZERO.
       01  TermEntryFoundFlag   PIC X VALUE "N".
           88  TermEntryFound   VALUE "Y".
       01  CumulativePoints     PIC S9(5)V99 VALUE ZERO.
       01  CumulativeGpaCredits PIC 9(4)V9 VALUE ZERO.
       01  ComputedGpa          PIC 9V99.
       01  GradedCourseCount    PIC 9(3) VALUE ZERO.
       01  TranscriptCount      PIC 9(6) VALUE ZERO.
       01  TranscriptTermGpaLine.
           02  FILLER           PIC X(5)  VALUE "Term ".
           02  PrnTrnTermCode   PIC X(5).
           02  FILLER           PIC X(6)  VALUE "  Att ".
           02  PrnTrnTermAttempted PIC ZZ9.9.
           02  FILLER           PIC X(6)  VALUE " Earn ".
           02  PrnTrnTermEarned PIC ZZ9.9.
           02  FILLER           PIC X(8)  VALUE " GPA Cr ".
           02  PrnTrnTermGpaCredits PIC ZZ9.9.
           02  FILLER           PIC X(7)  VALUE "  GPA =".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnTrnTermGpa    PIC 9.99.
       01  TranscriptStandingLine.
           02  FILLER           PIC X(16) VALUE "      Standing -".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnTrnStanding   PIC X(22).
           02  PrnTrnStandingNote PIC X(10).
       01  TranscriptCumGpaLine.
           02  FILLER           PIC X(17) VALUE "Cumulative GPA = ".
           02  PrnTrnCumGpa     PIC 9.99.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnTrnNotFoundId PIC 9(7).
           02  FILLER           PIC X(14) VALUE " not on master".
       01  TranscriptXferHeadingLine PIC X(40)
           VALUE "Transfer credit (not included in GPA)".
       01  TranscriptXferColumnLine PIC X(40)
           VALUE "Course  From   Ext Crs   Grade  Credits".
       01  TranscriptXferLine.
           02  PrnXferCourse    PIC X(4).
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnXferInstitution PIC X(6).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnXferExtCourse PIC X(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnXferMark      PIC XX.
           02  FILLER           PIC X(5)  VALUE SPACES.
           02  PrnXferCredits   PIC Z9.9.
       01  TranscriptXferTotalLine.
           02  FILLER           PIC X(25)
               VALUE "Transfer credits earned =".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnXferCreditTotal PIC ZZ9.9.
       01  TranscriptNoGradesLine PIC X(25)
           VALUE "No grades recorded.".
       01  UncreditedLine.
           02  FILLER           PIC X(20) VALUE "No credit hours  = ".
           02  PrnUncreditedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TranscriptRunDate FROM DATE YYYYMMDD
           PERFORM ReadRepeatPolicy
           PERFORM LoadCourseCredits
           PERFORM LoadNameHistory
           PERFORM ReadTranFeeControl
           PERFORM LoadBillingHoldTable
              MOVE GradeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT TransferFile
           IF TransferFileStatus = "00"
              MOVE "Y" TO TransferAvailFlag
           END-IF
           OPEN INPUT StandingFile
           IF StandingFileStatus = "00"
              MOVE "Y" TO StandingAvailFlag
           END-IF
           OPEN OUTPUT TranscriptFile
           READ TranscriptRequestFile
             AT END SET EndOfTranscriptRequest TO TRUE
           MOVE HeldCount TO PrnHeldCount
           WRITE RequestRegisterLine FROM RegisterHeldLine
                  AFTER ADVANCING 1 LINES
           MOVE UncreditedCount TO PrnUncreditedCount
           WRITE RequestRegisterLine FROM UncreditedLine
                  AFTER ADVANCING 1 LINES
           IF UncreditedCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF LedgerAvailable
              CLOSE LedgerFile
           END-IF
           IF TransferAvailable
              CLOSE TransferFile
           END-IF
           IF StandingAvailable
              CLOSE StandingFile
           END-IF
           CLOSE TranscriptRequestFile, StudentFile, GradeFile,
                 TranscriptFile, RequestRegisterFile
           DISPLAY "Transcripts printed - " TranscriptCount
              END-PERFORM
              CLOSE NameHistoryFile
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
       PrintFormerNames.
           SET NameHistIdx TO 1
           PERFORM UNTIL NameHistIdx > NameHistoryCount
              SET NameHistIdx UP BY 1
           END-PERFORM.
       ReadRepeatPolicy.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "REPEAT-POLICY" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound
              AND (ParmReqValue = "B" OR ParmReqValue = "R")
              MOVE ParmReqValue TO RepeatPolicy
           END-IF.
       PrintOneTranscript.
           MOVE ReqStudentId TO StudentId OF StudentDetails
           IF ReqCopyCount NUMERIC AND ReqCopyCount > ZERO
              MOVE ReqCopyCount TO RequestCopyCount
           END-IF
           CALL "HOLDCHK" USING ReqStudentId, HoldCheckAction,
                                HoldCheckResult, HoldCheckType,
                                HoldCheckOffice
           IF StudentOnHold
              PERFORM WriteHoldMasterLetter
           ELSE
              PERFORM ReleaseTranscriptRequest
           END-IF.
       ReleaseTranscriptRequest.
           IF OfficialRequest
              PERFORM CheckFinancialHold
              IF RequestHeld
              ELSE
                 PERFORM PrintTranscriptPage
                 PERFORM BillOfficialCopies
                 PERFORM LogTranscriptDisclosure
                 ADD 1 TO ReleasedCount
              END-IF
           ELSE
              PERFORM PrintTranscriptPage
              MOVE ZERO TO RequestFeeAmount
              PERFORM WriteRegisterDetail
              PERFORM LogTranscriptDisclosure
              ADD 1 TO ReleasedCount
           END-IF.
       LogTranscriptDisclosure.
           MOVE SPACES TO DisclosureEntry
           MOVE ReqStudentId      TO DlgStudentId
           MOVE TranscriptRunDate TO DlgDiscDate
           MOVE ZERO              TO DlgDiscTime
           MOVE "TRANSCR"         TO DlgProgramName
           IF OfficialRequest
              MOVE "OFFICIAL TRANSCRIPT" TO DlgReleased
           ELSE
              MOVE "TRANSCRIPT (UNOFF)" TO DlgReleased
           END-IF
           IF ReqRecipient = SPACES
              MOVE "STUDENT" TO DlgRecipient
              SET DlgBasisStudent TO TRUE
           ELSE
              MOVE ReqRecipient TO DlgRecipient
              SET DlgBasisConsent TO TRUE
           END-IF
           CALL "DISCLOG" USING DisclosureEntry.
       CheckFinancialHold.
           MOVE "N" TO StudentHeldFlag
           SET HoldIdx TO 1
              EVALUATE TRUE
                 WHEN LedgerCharge OR LedgerLateFee
                      OR LedgerCarryFwd OR LedgerTranFee
                      OR LedgerReturnedPay OR LedgerReturnedFee
                      OR LedgerRefundIssued
                      OR LedgerAidReturned
                      OR LedgerAssessedFee
                    ADD LedgAmount TO StudentLedgerBalance
                 WHEN LedgerPayment OR LedgerRefund
                      OR LedgerWriteOff OR LedgerDeposit
                      OR LedgerRefundVoided
                    SUBTRACT LedgAmount FROM StudentLedgerBalance
              END-EVALUATE
           END-IF.
           MOVE ZERO TO PrnRegFee
           WRITE RequestRegisterLine FROM RegisterDetailLine
                  AFTER ADVANCING 1 LINES.
       WriteHoldMasterLetter.
           ADD 1 TO HeldCount
           WRITE TranscriptLine FROM HoldLetterLine1
                  AFTER ADVANCING PAGE
           MOVE ReqStudentId TO PrnHeldStudentId
           WRITE TranscriptLine FROM HeldLetterLine2
                  AFTER ADVANCING 2 LINES
           MOVE HoldCheckType   TO PrnHoldLetterType
           MOVE HoldCheckOffice TO PrnHoldLetterOffice
           WRITE TranscriptLine FROM HoldLetterLine3
                  AFTER ADVANCING 1 LINES
           MOVE ReqStudentId TO PrnRegStudentId
           MOVE SPACES TO PrnRegDisposition
           STRING "held " HoldCheckType DELIMITED BY SIZE
             INTO PrnRegDisposition
           END-STRING
           MOVE ZERO TO PrnRegFee
           WRITE RequestRegisterLine FROM RegisterDetailLine
                  AFTER ADVANCING 1 LINES.
       ReadTranFeeControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "TRANSCRIPT-FEE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO OfficialCopyFee
           END-IF.
       LoadBillingHoldTable.
           OPEN INPUT BillingHoldFile
       PrintTranscriptPage.
           MOVE ZERO TO TermGpaCount
           MOVE ZERO TO CumulativePoints
           MOVE ZERO TO CumulativeGpaCredits
           MOVE ZERO TO GradedCourseCount
           WRITE TranscriptLine FROM TranscriptHeadingLine
                  AFTER ADVANCING PAGE
                     AFTER ADVANCING 1 LINES
           ELSE
              PERFORM PrintTermGpaLines
              IF CumulativeGpaCredits > ZERO
                 COMPUTE ComputedGpa ROUNDED =
                         CumulativePoints / CumulativeGpaCredits
                 MOVE ComputedGpa TO PrnTrnCumGpa
                 WRITE TranscriptLine FROM TranscriptCumGpaLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-IF
           IF TransferAvailable
              PERFORM PrintTransferCredits
           END-IF
           ADD 1 TO TranscriptCount.
       PrintTransferCredits.
           MOVE ZERO TO TransferCourseCount
           MOVE ZERO TO TransferCreditTotal
           MOVE "N" TO EndOfStudentXferFlag
           MOVE ReqStudentId TO XfrStudentId
           MOVE LOW-VALUES TO XfrCourseCode, XfrInstitution,
                              XfrExtCourse
           START TransferFile KEY IS NOT LESS THAN XfrKey
              INVALID KEY MOVE "Y" TO EndOfStudentXferFlag
           END-START
           PERFORM UNTIL NoMoreStudentXfers
              READ TransferFile NEXT RECORD
                 AT END MOVE "Y" TO EndOfStudentXferFlag
                 NOT AT END
                    IF XfrStudentId NOT = ReqStudentId
                       MOVE "Y" TO EndOfStudentXferFlag
                    ELSE
                       PERFORM PrintOneTransferLine
                    END-IF
              END-READ
           END-PERFORM
           IF TransferCourseCount > ZERO
              MOVE TransferCreditTotal TO PrnXferCreditTotal
              WRITE TranscriptLine FROM TranscriptXferTotalLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       PrintOneTransferLine.
           IF TransferCourseCount = ZERO
              WRITE TranscriptLine FROM TranscriptXferHeadingLine
                     AFTER ADVANCING 2 LINES
              WRITE TranscriptLine FROM TranscriptXferColumnLine
                     AFTER ADVANCING 1 LINES
           END-IF
           ADD 1 TO TransferCourseCount
           MOVE XfrCourseCode  TO PrnXferCourse
           MOVE XfrInstitution TO PrnXferInstitution
           MOVE XfrExtCourse   TO PrnXferExtCourse
           MOVE XfrGradeMark   TO PrnXferMark
           MOVE XfrCreditHours TO PrnXferCredits
           ADD XfrCreditHours TO TransferCreditTotal
           WRITE TranscriptLine FROM TranscriptXferLine
                  AFTER ADVANCING 1 LINES.
       LoadStudentGrades.
           MOVE ZERO TO StudentGradeCount
           MOVE "N" TO EndOfStudentGrades
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
              MOVE GradeTermCode   TO SGTermCode(SGIdx)
              MOVE GradeMark       TO SGMark(SGIdx)
              MOVE GradePointValue TO SGPoints(SGIdx)
              MOVE CourseCreditHours TO SGCredits(SGIdx)
              MOVE "Y"             TO SGIncluded(SGIdx)
           ELSE
              MOVE "GRADES.DAT" TO ErrorFileName
                  AFTER ADVANCING 1 LINES
           ADD 1 TO GradedCourseCount
           MOVE SGPoints(SGIdx)   TO GradePointValue
           MOVE SGCredits(SGIdx)  TO CourseCreditHours
           MOVE SGTermCode(SGIdx) TO GradeTermCode
           PERFORM AccumulateTermGpa.
       ComputeGradePoints.
           EVALUATE GradeMark(1:1)
              WHEN "A" MOVE 4.00 TO GradePointValue
              SET TermIdx TO TermGpaCount
              MOVE GradeTermCode TO TermTabTermCode(TermIdx)
              MOVE ZERO TO TermTabPoints(TermIdx)
              MOVE ZERO TO TermTabAttempted(TermIdx)
              MOVE ZERO TO TermTabEarned(TermIdx)
              MOVE ZERO TO TermTabGpaCredits(TermIdx)
              MOVE "Y" TO TermEntryFoundFlag
           END-IF
           COMPUTE QualityPoints = GradePointValue * CourseCreditHours
           IF TermEntryFound
              ADD CourseCreditHours TO TermTabAttempted(TermIdx)
              IF PassingGradeMark AND SGInCumulative(SGIdx)
                 ADD CourseCreditHours TO TermTabEarned(TermIdx)
              END-IF
              IF PassingGradeMark OR FailingGradeMark
                 ADD QualityPoints TO TermTabPoints(TermIdx)
                 ADD CourseCreditHours TO TermTabGpaCredits(TermIdx)
              END-IF
           END-IF
           IF SGInCumulative(SGIdx)
              AND (PassingGradeMark OR FailingGradeMark)
              ADD QualityPoints TO CumulativePoints
              ADD CourseCreditHours TO CumulativeGpaCredits
           END-IF.
       PrintTermGpaLines.
           PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > TermGpaCount
              MOVE TermTabTermCode(TermIdx) TO PrnTrnTermCode
              MOVE TermTabAttempted(TermIdx) TO PrnTrnTermAttempted
              MOVE TermTabEarned(TermIdx)    TO PrnTrnTermEarned
              MOVE TermTabGpaCredits(TermIdx)
                                          TO PrnTrnTermGpaCredits
              MOVE ZERO TO ComputedGpa
              IF TermTabGpaCredits(TermIdx) > ZERO
                 COMPUTE ComputedGpa ROUNDED =
                         TermTabPoints(TermIdx)
                         / TermTabGpaCredits(TermIdx)
              END-IF
              MOVE ComputedGpa TO PrnTrnTermGpa
              WRITE TranscriptLine FROM TranscriptTermGpaLine
                     AFTER ADVANCING 1 LINES
              IF StandingAvailable
                 PERFORM PrintTermStanding
              END-IF
           END-PERFORM.
       PrintTermStanding.
           MOVE StudentId OF StudentDetails TO StdStudentId
           MOVE TermTabTermCode(TermIdx) TO StdTermCode
           READ StandingFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN StdGoodStanding
                       MOVE "Good standing" TO PrnTrnStanding
                    WHEN StdProbation
                       MOVE "Academic probation" TO PrnTrnStanding
                    WHEN StdContProbation
                       MOVE "Continued probation" TO PrnTrnStanding
                    WHEN StdSuspended
                       MOVE "Academic suspension" TO PrnTrnStanding
                    WHEN StdDismissed
                       MOVE "Academic dismissal" TO PrnTrnStanding
                    WHEN OTHER
                       MOVE SPACES TO PrnTrnStanding
                 END-EVALUATE
                 MOVE SPACES TO PrnTrnStandingNote
                 IF StdAppealed
                    MOVE "(appeal)" TO PrnTrnStandingNote
                 END-IF
                 WRITE TranscriptLine FROM TranscriptStandingLine
                        AFTER ADVANCING 1 LINES
           END-READ.
       END PROGRAM TRANSCR.
