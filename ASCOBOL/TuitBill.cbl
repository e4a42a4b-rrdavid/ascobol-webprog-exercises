           SELECT CourseRateFile ASSIGN TO "COURSERT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseRateStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT PeriodControlFile ASSIGN TO "ARPERIOD.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PeriodControlStatus.
           SELECT FeeScheduleFile ASSIGN TO "FEESCHED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS FeeScheduleStatus.
           SELECT FeeAssessFile ASSIGN TO "FEEASMT.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FeeAssessKey
                      FILE STATUS IS FeeAssessStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT SponsorshipFile ASSIGN TO "SPONSHIP.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS SponsorshipStatus.
           SELECT SponsorArFile ASSIGN TO "SPONAR.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SponsorArKey
                      FILE STATUS IS SponsorArStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CourseRateFile.
           01  CourseRateRecord.
               02  RateCourseCode       PIC X(4).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate     PIC 9(8).
       FD  PeriodControlFile.
           01  PeriodControlRecord.
               02  CtlClosedThruDate PIC 9(8).
               02  AwsAwardCode     PIC X(4).
               02  AwsDecision      PIC X.
                   88  AwardSuspended VALUE "S".
       FD  FeeScheduleFile.
           01  FeeScheduleRecord.
               COPY FEECPY.
       FD  FeeAssessFile.
           01  FeeAssessRecord.
               COPY FEEACPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  SponsorshipFile.
           01  SponsorshipRecord.
               COPY SPSHCPY.
       FD  SponsorArFile.
           01  SponsorArRecord.
               COPY SPARCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "TUITBILL".
       01  ErrorFileName        PIC X(12).
       01  BillingRunDate           PIC 9(8).
       01  BillingReportFileName    PIC X(30) VALUE "TUITION.RPT".
       01  GenerationLogStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound          PIC X VALUE "N".
           88  RunControlFoundFlag  VALUE "Y".
       01  AwardsFileStatus         PIC XX.
       01  OneAwardAmount           PIC S9(7)V99 VALUE ZERO.
       01  StudentNetDue            PIC S9(7)V99 VALUE ZERO.
       01  TotalAidDisbursed        PIC S9(8)V99 VALUE ZERO.
       01  SponsorshipStatus        PIC XX.
       01  SponsorArStatus          PIC XX.
       01  SponsorArWriteDoneFlag   PIC X VALUE "N".
           88  SponsorArWriteDone   VALUE "Y".
       01  DroppedSponsorCount      PIC 9(4) VALUE ZERO.
       01  SponsorshipTable.
           02  SponsorshipEntry OCCURS 200 TIMES
                                 INDEXED BY SpsIdx.
               03  SpsTabSponsorId      PIC 9(7).
               03  SpsTabStudentId      PIC 9(7).
               03  SpsTabTermCode       PIC X(5).
               03  SpsTabCoverPercent   PIC 9(3)V99.
               03  SpsTabCoverCap       PIC 9(7)V99.
               03  SpsTabCoverScope     PIC X.
       01  SponsorshipCount         PIC 9(4) VALUE ZERO.
       01  StudentSponsorShare      PIC S9(7)V99 VALUE ZERO.
       01  OneSponsorBase           PIC S9(7)V99 VALUE ZERO.
       01  OneSponsorShare          PIC S9(7)V99 VALUE ZERO.
       01  TotalSponsorBilled       PIC S9(8)V99 VALUE ZERO.
       01  SponsoredStudentCount    PIC 9(4) VALUE ZERO.
       01  SponsorCoverLimit        PIC S9(7)V99 VALUE ZERO.
       01  SponsorRemaining         PIC S9(7)V99 VALUE ZERO.
       01  FeeScheduleStatus        PIC XX.
       01  FeeAssessStatus          PIC XX.
       01  CourseCatalogStatus      PIC XX.
       01  FeeScheduleTable.
           02  FeeSchedEntry OCCURS 50 TIMES INDEXED BY FeeIdx.
               03  FeeTabCode           PIC X(4).
               03  FeeTabDescription    PIC X(20).
               03  FeeTabEffFromDate    PIC 9(8).
               03  FeeTabEffToDate      PIC 9(8).
               03  FeeTabAmount         PIC 9(5)V99.
               03  FeeTabBasis          PIC X.
               03  FeeTabCourseCode     PIC X(4).
               03  FeeTabEligStatus     PIC X.
               03  FeeTabEligLoad       PIC X.
               03  FeeTabEligCohort     PIC X.
               03  FeeTabRefundRule     PIC X.
       01  FeeScheduleCount         PIC 9(4) VALUE ZERO.
       01  CreditTable.
           02  CreditEntry OCCURS 100 TIMES INDEXED BY CreditIdx.
               03  CrTabCourseCode      PIC X(4).
               03  CrTabCreditHours     PIC 9V9.
       01  CreditTableCount         PIC 9(4) VALUE ZERO.
       01  FeeCourseCredits         PIC 9V9 VALUE ZERO.
       01  StudentFeeTable.
           02  StudentFeeEntry OCCURS 20 TIMES INDEXED BY SFeeIdx.
               03  SFeeCode             PIC X(4).
               03  SFeeDescription      PIC X(20).
               03  SFeeCourseCode       PIC X(4).
               03  SFeeAmount           PIC 9(5)V99.
               03  SFeeNetAmount        PIC 9(5)V99.
               03  SFeeRefundRule       PIC X.
       01  StudentFeeCount          PIC 9(4) VALUE ZERO.
       01  StudentFeeTotal          PIC S9(7)V99 VALUE ZERO.
       01  StudentFeeNetTotal       PIC S9(7)V99 VALUE ZERO.
       01  StudentTotalDue          PIC S9(7)V99 VALUE ZERO.
       01  TotalFeesAssessed        PIC S9(8)V99 VALUE ZERO.
       01  FeeAlreadyBilledCount    PIC 9(4) VALUE ZERO.
       01  OneFeeAmount             PIC S9(7)V99 VALUE ZERO.
       01  FeeLineCourseCode        PIC X(4).
       01  FeeEligibleFlag          PIC X VALUE "N".
           88  FeeEligible          VALUE "Y".
       01  FeeTakenFlag             PIC X VALUE "N".
           88  FeeAlreadyTaken      VALUE "Y".
       01  EndOfFeeScanFlag         PIC X VALUE "N".
           88  EndOfFeeScan         VALUE "Y".
       01  StudentNewFlag           PIC X VALUE "N".
           88  StudentIsNew         VALUE "Y".
       01  LoadCreditHours          PIC 9(3)V9.
       01  LoadCode                 PIC X.
           88  LoadClassFailed          VALUE "E".
       01  LoadText                 PIC X(14).
       01  RateTable.
           02  RateEntry OCCURS 200 TIMES INDEXED BY RateIdx.
               03  RateTabCourseCode    PIC X(4).
       01  StudentReminderCount         PIC 9.
       01  PaymentPlanStatus            PIC XX.
       01  TermMasterStatus             PIC XX.
       01  TermControlStatus            PIC XX.
       01  BillingTermCode              PIC X(5) VALUE SPACES.
       01  CohortFeeCount               PIC 9(4) VALUE ZERO.
       01  PeriodControlStatus          PIC XX.
       01  ClosedThruDate               PIC 9(8) VALUE ZERO.
       01  EndOfPlanFlag                PIC X VALUE "N".
           02  FILLER                   PIC X(21) VALUE
               "   Aid credit      = ".
           02  PrnAidCredit             PIC -(6)9.99.
       01  StudentFeeLine.
           02  FILLER                   PIC X(7)  VALUE "   Fee ".
           02  PrnFeeCode               PIC X(4).
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnFeeDescription        PIC X(20).
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnFeeCourseCode         PIC X(4).
           02  FILLER                   PIC X(3)  VALUE " = ".
           02  PrnFeeAmount             PIC -(6)9.99.
       01  StudentSponsorLine.
           02  FILLER                   PIC X(21) VALUE
               "   Sponsor share   = ".
           02  PrnSponsorShare          PIC -(6)9.99.
       01  StudentNetLine.
           02  FILLER                   PIC X(21) VALUE
               "   Net amount due  = ".
               "Grand Billed Total ".
           02  FILLER                   PIC X(3)  VALUE "= ".
           02  PrnGrandBillTotal        PIC -(7)9.99.
       01  SponsorBillTotalLine.
           02  FILLER                   PIC X(20) VALUE
               "Sponsor Billed Total".
           02  FILLER                   PIC X(3)  VALUE "= ".
           02  PrnSponsorBillTotal      PIC -(7)9.99.
       01  FeeBillTotalLine.
           02  FILLER                   PIC X(20) VALUE
               "Fees Assessed Total".
           02  FILLER                   PIC X(3)  VALUE "= ".
           02  PrnFeeBillTotal          PIC -(7)9.99.
       01  FeeAlreadyBilledLine.
           02  FILLER                   PIC X(20) VALUE
               "Fees already billed=".
           02  PrnFeeAlreadyBilled      PIC Z,ZZ9.
       01  SponsoredSummaryLine.
           02  FILLER                   PIC X(20) VALUE
               "Students sponsored =".
           02  PrnSponsoredCount        PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckRunControl
           PERFORM LoadBillingHoldTable
           PERFORM LoadPlanTable
           PERFORM LoadTermTable
           PERFORM LoadSponsorshipTable
           PERFORM LoadFeeScheduleTable
           PERFORM FindBillingTerm
           IF CohortFeeCount > ZERO AND BillingTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM LoadCourseCredits
           PERFORM DropTodaysLedgerCharges
           PERFORM DropTodaysSponsorCharges
           PERFORM DropTodaysFeeAssessments
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              PERFORM CheckBillingHold
              IF NOT StudentActive
                 ADD 1 TO NonActiveSkipCount
                 IF NOT StudentBillingHeld
                    AND FeeScheduleCount > ZERO
                    PERFORM BillOneStudent
                 END-IF
              ELSE
                 IF StudentBillingHeld
                    MOVE StudentId TO PrnHeldStudentId
                    WRITE BillingPrintLine FROM BillingHeldLine
                           AFTER ADVANCING 1 LINES
                    ADD 1 TO HeldStudentCount
                 ELSE
                    PERFORM BillOneStudent
                 END-IF
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
           WRITE AwardRegisterLine FROM AwardRegTotalLine
                  AFTER ADVANCING 2 LINES
           CLOSE StudentFile, BillingReportFile, OverdueExtractFile,
                 LedgerFile, AwardRegisterFile, SponsorArFile,
                 FeeAssessFile
           GOBACK.
       LoadRateTable.
           OPEN INPUT CourseRateFile
             AT END SET EndOfLedgerFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLedgerFile
              IF (LedgerCharge OR LedgerAssessedFee)
                 AND LedgEntryDate >= BillingRunDate
                 DELETE LedgerFile
                 END-DELETE
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM.
       DropTodaysSponsorCharges.
           OPEN I-O SponsorArFile
           IF SponsorArStatus = "35"
              OPEN OUTPUT SponsorArFile
              CLOSE SponsorArFile
              OPEN I-O SponsorArFile
           END-IF
           IF SponsorArStatus NOT = "00"
              MOVE "SPONAR.DAT" TO ErrorFileName
              MOVE SponsorArStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ SponsorArFile NEXT
             AT END SET EndOfSponsorAr TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorAr
              IF SarCharge
                 AND SarEntryDate >= BillingRunDate
                 DELETE SponsorArFile
                 END-DELETE
                 ADD 1 TO DroppedSponsorCount
              END-IF
              READ SponsorArFile NEXT
                AT END SET EndOfSponsorAr TO TRUE
              END-READ
           END-PERFORM.
       LoadSponsorshipTable.
           OPEN INPUT SponsorshipFile
           IF SponsorshipStatus = "00"
              READ SponsorshipFile
                AT END SET EndOfSponsorship TO TRUE
              END-READ
              PERFORM UNTIL EndOfSponsorship
                 IF SponsorshipCount < 200
                    ADD 1 TO SponsorshipCount
                    SET SpsIdx TO SponsorshipCount
                    MOVE SpsSponsorId  TO SpsTabSponsorId(SpsIdx)
                    MOVE SpsStudentId  TO SpsTabStudentId(SpsIdx)
                    MOVE SpsTermCode   TO SpsTabTermCode(SpsIdx)
                    MOVE SpsCoverPercent
                                TO SpsTabCoverPercent(SpsIdx)
                    MOVE SpsCoverCap   TO SpsTabCoverCap(SpsIdx)
                    MOVE SpsCoverScope TO SpsTabCoverScope(SpsIdx)
                 ELSE
                    MOVE "SPONSHIP.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ SponsorshipFile
                   AT END SET EndOfSponsorship TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SponsorshipFile
           END-IF.
       ApplySponsorCoverage.
           MOVE ZERO TO StudentSponsorShare
           SET SpsIdx TO 1
           PERFORM UNTIL SpsIdx > SponsorshipCount
              IF SpsTabStudentId(SpsIdx) = StudentId
                 AND (SpsTabTermCode(SpsIdx) = SPACES
                      OR SpsTabTermCode(SpsIdx) = EnrollTermCode)
                 AND StudentNetDue + StudentFeeNetTotal > ZERO
                 PERFORM ApplyOneSponsorship
              END-IF
              SET SpsIdx UP BY 1
           END-PERFORM
           IF StudentSponsorShare NOT = ZERO
              ADD 1 TO SponsoredStudentCount
           END-IF.
       ApplyOneSponsorship.
           MOVE StudentBillTotal TO OneSponsorBase
           MOVE StudentNetDue TO SponsorCoverLimit
           IF SpsTabCoverScope(SpsIdx) = "A"
              ADD StudentFeeTotal TO OneSponsorBase
              ADD StudentFeeNetTotal TO SponsorCoverLimit
           END-IF
           IF SpsTabCoverPercent(SpsIdx) = ZERO
              MOVE OneSponsorBase TO OneSponsorShare
           ELSE
              COMPUTE OneSponsorShare ROUNDED =
                      OneSponsorBase
                      * SpsTabCoverPercent(SpsIdx) / 100
           END-IF
           IF SpsTabCoverCap(SpsIdx) > ZERO
              AND OneSponsorShare > SpsTabCoverCap(SpsIdx)
              MOVE SpsTabCoverCap(SpsIdx) TO OneSponsorShare
           END-IF
           IF OneSponsorShare > SponsorCoverLimit
              MOVE SponsorCoverLimit TO OneSponsorShare
           END-IF
           IF OneSponsorShare > ZERO
              MOVE OneSponsorShare TO SponsorRemaining
              IF StudentNetDue > ZERO
                 IF SponsorRemaining > StudentNetDue
                    SUBTRACT StudentNetDue FROM SponsorRemaining
                    MOVE ZERO TO StudentNetDue
                 ELSE
                    SUBTRACT SponsorRemaining FROM StudentNetDue
                    MOVE ZERO TO SponsorRemaining
                 END-IF
              END-IF
              PERFORM VARYING SFeeIdx FROM 1 BY 1
                      UNTIL SFeeIdx > StudentFeeCount
                         OR SponsorRemaining = ZERO
                 PERFORM ReduceOneFeeBySponsor
              END-PERFORM
              ADD OneSponsorShare TO StudentSponsorShare
              ADD OneSponsorShare TO TotalSponsorBilled
              PERFORM WriteSponsorCharge
           END-IF.
       ReduceOneFeeBySponsor.
           IF SFeeNetAmount(SFeeIdx) > SponsorRemaining
              SUBTRACT SponsorRemaining FROM SFeeNetAmount(SFeeIdx)
              SUBTRACT SponsorRemaining FROM StudentFeeNetTotal
              MOVE ZERO TO SponsorRemaining
           ELSE
              SUBTRACT SFeeNetAmount(SFeeIdx) FROM SponsorRemaining
              SUBTRACT SFeeNetAmount(SFeeIdx) FROM StudentFeeNetTotal
              MOVE ZERO TO SFeeNetAmount(SFeeIdx)
           END-IF.
       WriteSponsorCharge.
           MOVE SPACES TO SponsorArRecord
           MOVE SpsTabSponsorId(SpsIdx) TO SarSponsorId
           MOVE BillingRunDate  TO SarEntryDate
           MOVE 1               TO SarEntrySeq
           MOVE "SCH"           TO SarEntryType
           MOVE StudentId       TO SarStudentId
           MOVE EnrollTermCode  TO SarTermCode
           MOVE OneSponsorShare TO SarAmount
           MOVE ZERO            TO SarInvoiceNumber
           MOVE "N" TO SponsorArWriteDoneFlag
           PERFORM UNTIL SponsorArWriteDone
              WRITE SponsorArRecord
                 INVALID KEY
                    IF SponsorArStatus = "22"
                       AND SarEntrySeq < 999
                       ADD 1 TO SarEntrySeq
                    ELSE
                       MOVE "SPONAR.DAT" TO ErrorFileName
                       MOVE SponsorArStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO SponsorArWriteDoneFlag
              END-WRITE
           END-PERFORM.
       LoadBillingHoldTable.
           OPEN INPUT BillingHoldFile
           IF BillingHoldFileStatus = "00"
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO BillingRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT BillingRunDate FROM DATE YYYYMMDD
           END-IF.
       BillOneStudent.
           MOVE ZERO TO StudentBillTotal
           MOVE ZERO TO StudentAidCredit
           MOVE OtherCourseCount TO OtherCourseBillLimit
           IF OtherCourseBillLimit > 4
              MOVE 4 TO OtherCourseBillLimit
           END-IF
           IF StudentActive
              MOVE CourseCode TO CurrentBillCourseCode
              PERFORM BillOneCourse
              PERFORM VARYING OtherCourseBillIdx FROM 1 BY 1
                      UNTIL OtherCourseBillIdx > OtherCourseBillLimit
                 MOVE OtherCourseCode(OtherCourseBillIdx)
                                    TO CurrentBillCourseCode
                 PERFORM BillOneCourse
              END-PERFORM
              PERFORM ApplyStudentAwards
           END-IF
           COMPUTE StudentNetDue = StudentBillTotal - StudentAidCredit
           PERFORM AssessStudentFees
           IF StudentActive
              OR StudentFeeCount > ZERO
              PERFORM PostStudentBill
           END-IF.
       PostStudentBill.
           PERFORM ApplySponsorCoverage
           COMPUTE StudentTotalDue = StudentNetDue + StudentFeeNetTotal
           ADD StudentTotalDue TO GrandTotalBill
           ADD 1 TO GrandBilledStudentCount
           MOVE StudentId    TO PrnBillStudentId
           MOVE Surname      TO PrnBillSurname
           MOVE StudentBillTotal TO PrnBillTotal
           WRITE BillingPrintLine FROM StudentBillLine
                  AFTER ADVANCING 1 LINES
           PERFORM VARYING SFeeIdx FROM 1 BY 1
                   UNTIL SFeeIdx > StudentFeeCount
              MOVE SFeeCode(SFeeIdx)        TO PrnFeeCode
              MOVE SFeeDescription(SFeeIdx) TO PrnFeeDescription
              MOVE SFeeCourseCode(SFeeIdx)  TO PrnFeeCourseCode
              MOVE SFeeAmount(SFeeIdx)      TO PrnFeeAmount
              WRITE BillingPrintLine FROM StudentFeeLine
                     AFTER ADVANCING 1 LINES
           END-PERFORM
           IF StudentAidCredit NOT = ZERO
              MOVE StudentAidCredit TO PrnAidCredit
              WRITE BillingPrintLine FROM StudentAidLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF StudentSponsorShare NOT = ZERO
              MOVE StudentSponsorShare TO PrnSponsorShare
              WRITE BillingPrintLine FROM StudentSponsorLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF StudentAidCredit NOT = ZERO
              OR StudentSponsorShare NOT = ZERO
              OR StudentFeeCount > ZERO
              MOVE StudentTotalDue TO PrnNetDue
              WRITE BillingPrintLine FROM StudentNetLine
                     AFTER ADVANCING 1 LINES
           END-IF
                 PERFORM WriteLedgerCharge
              END-IF
           END-IF
           PERFORM PostStudentFees
           PERFORM CheckOverdue
           IF StudentIsOverdue
              MOVE StudentReminderCount TO PrnPastDueReminders
              MOVE StudentId TO OvdExtStudentId
              MOVE Surname   TO OvdExtSurname
              MOVE GivenNames TO OvdExtGivenNames
              MOVE StudentTotalDue TO OvdExtAmountDue
              MOVE StudentReminderCount TO OvdExtReminderCount
              WRITE OverdueExtractLine
           END-IF.
       LoadFeeScheduleTable.
           OPEN INPUT FeeScheduleFile
           IF FeeScheduleStatus = "00"
              READ FeeScheduleFile
                AT END SET EndOfFeeSchedule TO TRUE
              END-READ
              PERFORM UNTIL EndOfFeeSchedule
                 IF FeeScheduleCount < 50
                    ADD 1 TO FeeScheduleCount
                    SET FeeIdx TO FeeScheduleCount
                    MOVE FeeCode        TO FeeTabCode(FeeIdx)
                    MOVE FeeDescription TO FeeTabDescription(FeeIdx)
                    MOVE FeeEffFromDate TO FeeTabEffFromDate(FeeIdx)
                    MOVE FeeEffToDate   TO FeeTabEffToDate(FeeIdx)
                    MOVE FeeAmount      TO FeeTabAmount(FeeIdx)
                    MOVE FeeBasis       TO FeeTabBasis(FeeIdx)
                    MOVE FeeCourseCode  TO FeeTabCourseCode(FeeIdx)
                    MOVE FeeEligStatus  TO FeeTabEligStatus(FeeIdx)
                    MOVE FeeEligLoad    TO FeeTabEligLoad(FeeIdx)
                    MOVE FeeEligCohort  TO FeeTabEligCohort(FeeIdx)
                    IF FeeEligCohort = "N" OR FeeEligCohort = "C"
                       ADD 1 TO CohortFeeCount
                    END-IF
                    MOVE FeeRefundRule  TO FeeTabRefundRule(FeeIdx)
                 ELSE
                    MOVE "FEESCHED.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ FeeScheduleFile
                   AT END SET EndOfFeeSchedule TO TRUE
                 END-READ
              END-PERFORM
              CLOSE FeeScheduleFile
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
                 ELSE
                    MOVE ZERO TO CrTabCreditHours(CreditIdx)
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
       DropTodaysFeeAssessments.
           OPEN I-O FeeAssessFile
           IF FeeAssessStatus = "35"
              OPEN OUTPUT FeeAssessFile
              CLOSE FeeAssessFile
              OPEN I-O FeeAssessFile
           END-IF
           IF FeeAssessStatus NOT = "00"
              MOVE "FEEASMT.DAT" TO ErrorFileName
              MOVE FeeAssessStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ FeeAssessFile NEXT
             AT END SET EndOfFeeAssessment TO TRUE
           END-READ
           PERFORM UNTIL EndOfFeeAssessment
              IF FasAssessDate >= BillingRunDate
                 DELETE FeeAssessFile
                 END-DELETE
              END-IF
              READ FeeAssessFile NEXT
                AT END SET EndOfFeeAssessment TO TRUE
              END-READ
           END-PERFORM.
       AssessStudentFees.
           MOVE ZERO TO StudentFeeCount
           MOVE ZERO TO StudentFeeTotal
           MOVE ZERO TO StudentFeeNetTotal
           IF FeeScheduleCount > ZERO
              CALL "LOADCLS" USING StudentDetails, LoadCreditHours,
                                   LoadCode, LoadText
              IF LoadClassFailed
                 MOVE "COURSECAT.DAT" TO ErrorFileName
                 MOVE "LE" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              PERFORM DetermineStudentCohort
              PERFORM VARYING FeeIdx FROM 1 BY 1
                      UNTIL FeeIdx > FeeScheduleCount
                 PERFORM CheckFeeEligible
                 IF FeeEligible
                    PERFORM AssessOneFee
                 END-IF
              END-PERFORM
           END-IF.
       DetermineStudentCohort.
           MOVE "N" TO StudentNewFlag
           IF EnrollTermCode NOT = SPACES
              AND EnrollTermCode = BillingTermCode
              MOVE "Y" TO StudentNewFlag
           END-IF.
       CheckFeeEligible.
           MOVE "Y" TO FeeEligibleFlag
           IF FeeTabEffFromDate(FeeIdx) > BillingRunDate
              OR (FeeTabEffToDate(FeeIdx) NOT = ZERO
                  AND FeeTabEffToDate(FeeIdx) < BillingRunDate)
              MOVE "N" TO FeeEligibleFlag
           END-IF
           IF FeeTabEligStatus(FeeIdx) = SPACE OR "A"
              IF NOT StudentActive
                 MOVE "N" TO FeeEligibleFlag
              END-IF
           ELSE
              IF FeeTabEligStatus(FeeIdx) NOT = StudentStatus
                 MOVE "N" TO FeeEligibleFlag
              END-IF
           END-IF
           IF FeeTabEligLoad(FeeIdx) = "F"
              AND LoadCode NOT = "F"
              MOVE "N" TO FeeEligibleFlag
           END-IF
           IF FeeTabEligLoad(FeeIdx) = "P"
              AND (LoadCode = "F" OR LoadCode = "N")
              MOVE "N" TO FeeEligibleFlag
           END-IF
           IF FeeTabEligCohort(FeeIdx) = "N"
              AND NOT StudentIsNew
              MOVE "N" TO FeeEligibleFlag
           END-IF
           IF FeeTabEligCohort(FeeIdx) = "C"
              AND StudentIsNew
              MOVE "N" TO FeeEligibleFlag
           END-IF.
       AssessOneFee.
           EVALUATE FeeTabBasis(FeeIdx)
              WHEN "T"
                 MOVE SPACES TO FeeLineCourseCode
                 MOVE FeeTabAmount(FeeIdx) TO OneFeeAmount
                 PERFORM AddStudentFeeLine
              WHEN "O"
                 PERFORM CheckOneTimeFeeTaken
                 IF NOT FeeAlreadyTaken
                    MOVE SPACES TO FeeLineCourseCode
                    MOVE FeeTabAmount(FeeIdx) TO OneFeeAmount
                    PERFORM AddStudentFeeLine
                 END-IF
              WHEN "C"
              WHEN "R"
                 MOVE CourseCode TO FeeLineCourseCode
                 PERFORM AssessCourseFee
                 PERFORM VARYING OtherCourseBillIdx FROM 1 BY 1
                         UNTIL OtherCourseBillIdx > OtherCourseBillLimit
                    MOVE OtherCourseCode(OtherCourseBillIdx)
                                       TO FeeLineCourseCode
                    PERFORM AssessCourseFee
                 END-PERFORM
           END-EVALUATE.
       AssessCourseFee.
           IF FeeLineCourseCode NOT = SPACES
              AND (FeeTabCourseCode(FeeIdx) = SPACES
                   OR FeeTabCourseCode(FeeIdx) = FeeLineCourseCode)
              IF FeeTabBasis(FeeIdx) = "R"
                 PERFORM LookupCourseCredits
                 COMPUTE OneFeeAmount ROUNDED =
                         FeeTabAmount(FeeIdx) * FeeCourseCredits
              ELSE
                 MOVE FeeTabAmount(FeeIdx) TO OneFeeAmount
              END-IF
              IF OneFeeAmount > ZERO
                 PERFORM AddStudentFeeLine
              END-IF
           END-IF.
       LookupCourseCredits.
           MOVE ZERO TO FeeCourseCredits
           SET CreditIdx TO 1
           PERFORM UNTIL CreditIdx > CreditTableCount
              IF CrTabCourseCode(CreditIdx) = FeeLineCourseCode
                 MOVE CrTabCreditHours(CreditIdx) TO FeeCourseCredits
                 SET CreditIdx TO CreditTableCount
              END-IF
              SET CreditIdx UP BY 1
           END-PERFORM.
       CheckOneTimeFeeTaken.
           MOVE "N" TO FeeTakenFlag
           MOVE "N" TO EndOfFeeScanFlag
           MOVE LOW-VALUES TO FeeAssessKey
           MOVE StudentId TO FasStudentId
           START FeeAssessFile KEY IS NOT LESS THAN FeeAssessKey
              INVALID KEY MOVE "Y" TO EndOfFeeScanFlag
           END-START
           PERFORM UNTIL EndOfFeeScan
              OR FeeAlreadyTaken
              READ FeeAssessFile NEXT
                AT END MOVE "Y" TO EndOfFeeScanFlag
                NOT AT END
                   IF FasStudentId NOT = StudentId
                      MOVE "Y" TO EndOfFeeScanFlag
                   ELSE
                      IF FasFeeCode = FeeTabCode(FeeIdx)
                         MOVE "Y" TO FeeTakenFlag
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
       AddStudentFeeLine.
           MOVE StudentId      TO FasStudentId
           MOVE EnrollTermCode TO FasTermCode
           MOVE FeeTabCode(FeeIdx) TO FasFeeCode
           MOVE FeeLineCourseCode  TO FasCourseCode
           READ FeeAssessFile
              INVALID KEY
                 PERFORM StoreStudentFeeLine
              NOT INVALID KEY
                 ADD 1 TO FeeAlreadyBilledCount
           END-READ.
       StoreStudentFeeLine.
           IF StudentFeeCount < 20
              ADD 1 TO StudentFeeCount
              SET SFeeIdx TO StudentFeeCount
              MOVE FeeTabCode(FeeIdx)        TO SFeeCode(SFeeIdx)
              MOVE FeeTabDescription(FeeIdx) TO SFeeDescription(SFeeIdx)
              MOVE FeeLineCourseCode         TO SFeeCourseCode(SFeeIdx)
              MOVE OneFeeAmount              TO SFeeAmount(SFeeIdx)
              MOVE OneFeeAmount              TO SFeeNetAmount(SFeeIdx)
              MOVE FeeTabRefundRule(FeeIdx)  TO SFeeRefundRule(SFeeIdx)
              ADD OneFeeAmount TO StudentFeeTotal
              ADD OneFeeAmount TO StudentFeeNetTotal
           ELSE
              MOVE "FEESCHED.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       PostStudentFees.
           PERFORM VARYING SFeeIdx FROM 1 BY 1
                   UNTIL SFeeIdx > StudentFeeCount
              MOVE SPACES TO FeeAssessRecord
              MOVE ZERO TO FasLedgerKey
              IF SFeeNetAmount(SFeeIdx) > ZERO
                 MOVE SPACES TO LedgerRecord
                 MOVE StudentId       TO LedgStudentId
                 MOVE BillingRunDate  TO LedgEntryDate
                 MOVE "FEE"           TO LedgEntryType
                 MOVE SFeeNetAmount(SFeeIdx) TO LedgAmount
                 MOVE 1 TO LedgEntrySeq
                 PERFORM WriteLedgerWithSeq
                 MOVE LedgerKey TO FasLedgerKey
              END-IF
              PERFORM WriteFeeAssessment
           END-PERFORM.
       WriteFeeAssessment.
           MOVE StudentId              TO FasStudentId
           MOVE EnrollTermCode         TO FasTermCode
           MOVE SFeeCode(SFeeIdx)      TO FasFeeCode
           MOVE SFeeCourseCode(SFeeIdx) TO FasCourseCode
           MOVE SFeeDescription(SFeeIdx) TO FasDescription
           MOVE BillingRunDate         TO FasAssessDate
           MOVE SFeeAmount(SFeeIdx)    TO FasFeeAmount
           MOVE SFeeNetAmount(SFeeIdx) TO FasStudentAmount
           MOVE SFeeRefundRule(SFeeIdx) TO FasRefundRule
           MOVE ZERO TO FasRefundedAmount
           MOVE ZERO TO FasRefundDate
           WRITE FeeAssessRecord
              INVALID KEY
                 MOVE "FEEASMT.DAT" TO ErrorFileName
                 MOVE FeeAssessStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-WRITE
           ADD SFeeNetAmount(SFeeIdx) TO TotalFeesAssessed.
       WriteLedgerCharge.
           MOVE SPACES TO LedgerRecord
           MOVE StudentId       TO LedgStudentId
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       FindBillingTerm.
           OPEN INPUT TermControlFile
           IF TermControlStatus = "00"
              READ TermControlFile
                AT END MOVE ZERO TO CtlTermStartDate
              END-READ
              CLOSE TermControlFile
              SET TermIdx TO 1
              PERFORM UNTIL TermIdx > TermTableCount
                 IF TermTabStartDate(TermIdx) = CtlTermStartDate
                    MOVE TermTabCode(TermIdx) TO BillingTermCode
                 END-IF
                 SET TermIdx UP BY 1
              END-PERFORM
           END-IF.
       CheckPaymentPlan.
           MOVE "N" TO StudentPlanFlag
           SET PlanIdx TO 1
           MOVE GrandTotalBill TO PrnGrandBillTotal
           WRITE BillingPrintLine FROM GrandBillTotalLine
                  AFTER ADVANCING 2 LINES
           IF TotalFeesAssessed NOT = ZERO
              MOVE TotalFeesAssessed TO PrnFeeBillTotal
              WRITE BillingPrintLine FROM FeeBillTotalLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF FeeAlreadyBilledCount > ZERO
              MOVE FeeAlreadyBilledCount TO PrnFeeAlreadyBilled
              WRITE BillingPrintLine FROM FeeAlreadyBilledLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF TotalSponsorBilled NOT = ZERO
              MOVE TotalSponsorBilled TO PrnSponsorBillTotal
              WRITE BillingPrintLine FROM SponsorBillTotalLine
                     AFTER ADVANCING 1 LINES
              MOVE SponsoredStudentCount TO PrnSponsoredCount
              WRITE BillingPrintLine FROM SponsoredSummaryLine
                     AFTER ADVANCING 1 LINES
           END-IF
           IF HeldStudentCount > ZERO
              MOVE HeldStudentCount TO PrnHeldStudentCount
              WRITE BillingPrintLine FROM HeldSummaryLine
