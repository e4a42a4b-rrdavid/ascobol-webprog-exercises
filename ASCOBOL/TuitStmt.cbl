           SELECT CourseRateFile ASSIGN TO "COURSERT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseRateStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManifestFile ASSIGN TO "STMTMANI.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT PaymentPlanFile ASSIGN TO "PAYPLAN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PaymentPlanStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT FeeAssessFile ASSIGN TO "FEEASMT.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FeeAssessKey
                      FILE STATUS IS FeeAssessStatus.
           SELECT SponsorshipFile ASSIGN TO "SPONSHIP.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS SponsorshipStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CourseRateFile.
           01  CourseRateRecord.
               02  RateCourseCode       PIC X(4).
           01  EmailSpoolRecord         PIC X(70).
       FD  ManifestFile.
           01  ManifestLine             PIC X(60).
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  PaymentPlanFile.
           01  PaymentPlanRecord.
               COPY PLANCPY.
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  FeeAssessFile.
           01  FeeAssessRecord.
               COPY FEEACPY.
       FD  SponsorshipFile.
           01  SponsorshipRecord.
               COPY SPSHCPY.
       FD  AwardStatusFile.
           01  AwardStatusRecord.
               88  EndOfAwardStatus VALUE HIGH-VALUES.
               03  RateTabCourseFee     PIC S9(5)V99.
       01  RateTableCount               PIC 9(4) VALUE ZERO.
       01  StatementAsOfDate            PIC 9(8).
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound              PIC X VALUE "N".
           88  RunControlFoundFlag      VALUE "Y".
       01  RateFoundFlag                PIC X VALUE "N".
       01  EmailedCount                 PIC 9(6) VALUE ZERO.
       01  PrintedCount                 PIC 9(6) VALUE ZERO.
       01  SuppressedCount              PIC 9(6) VALUE ZERO.
       01  AddrNeededCount              PIC 9(6) VALUE ZERO.
       01  AddrNeedStatus               PIC XX.
       01  StmtWorkLine                 PIC X(60).
       01  StmtAdvanceCount             PIC 9.
       01  SpoolHeaderLine.
           02  FILLER                   PIC X(21) VALUE
               "Suppressed         = ".
           02  PrnSuppressedCount       PIC ZZZ,ZZ9.
       01  ManifestAddrNeededLine.
           02  FILLER                   PIC X(21) VALUE
               "  address needed   = ".
           02  PrnAddrNeededCount       PIC ZZZ,ZZ9.
       01  ManifestOkLine               PIC X(40)
           VALUE "Channel counts reconcile - OK".
       01  ManifestBadLine              PIC X(40)
           88  LedgerAvailable          VALUE "Y".
       01  EndOfStudentFeesFlag         PIC X VALUE "N".
           88  EndOfStudentFees         VALUE "Y".
       01  OpenItemStatus               PIC XX.
       01  OpenItemAvailFlag            PIC X VALUE "N".
           88  OpenItemAvailable        VALUE "Y".
       01  OpenItemAmount               PIC S9(7)V99 VALUE ZERO.
       01  StudentOpenChargeTotal       PIC S9(7)V99 VALUE ZERO.
       01  StmtOpenHeadingLine          PIC X(30)
           VALUE "Open charges -".
       01  StmtOpenChargeLine.
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnOpenChargeDate        PIC 9(8).
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnOpenChargeType        PIC X(3).
           02  FILLER                   PIC X(11) VALUE
               "  Original ".
           02  PrnOpenChargeOriginal    PIC -(6)9.99.
           02  FILLER                   PIC X(7)  VALUE "  Open ".
           02  PrnOpenChargeAmount      PIC -(6)9.99.
       01  StmtOpenTotalLine.
           02  FILLER                   PIC X(19) VALUE
               "Open charges     = ".
           02  PrnStmtOpenTotal         PIC -(6)9.99.
       01  StudentLateFeeTotal          PIC S9(7)V99 VALUE ZERO.
       01  StubDueAmount                PIC S9(7)V99 VALUE ZERO.
       01  StmtLateFeeLine.
           02  FILLER                   PIC X(4)  VALUE "  = ".
           02  PrnPlanAmount            PIC -(5)9.99.
           02  PrnPlanNextDue           PIC X(12).
       01  FeeAssessStatus              PIC XX.
       01  FeeAssessAvailFlag           PIC X VALUE "N".
           88  FeeAssessAvailable       VALUE "Y".
       01  EndOfFeeScanFlag             PIC X VALUE "N".
           88  EndOfFeeScan             VALUE "Y".
       01  StudentStmtTuition           PIC S9(7)V99 VALUE ZERO.
       01  StudentStmtFeeTotal          PIC S9(7)V99 VALUE ZERO.
       01  StudentStmtFeeNet            PIC S9(7)V99 VALUE ZERO.
       01  StudentStmtNetTotal          PIC S9(7)V99 VALUE ZERO.
       01  SponsorshipStatus            PIC XX.
       01  SponsorshipTable.
           02  SponsorshipEntry OCCURS 200 TIMES
                                 INDEXED BY SpsIdx.
               03  SpsTabSponsorId      PIC 9(7).
               03  SpsTabStudentId      PIC 9(7).
               03  SpsTabTermCode       PIC X(5).
               03  SpsTabCoverPercent   PIC 9(3)V99.
               03  SpsTabCoverCap       PIC 9(7)V99.
               03  SpsTabCoverScope     PIC X.
       01  SponsorshipCount             PIC 9(4) VALUE ZERO.
       01  StudentSponsorShare          PIC S9(7)V99 VALUE ZERO.
       01  OneSponsorBase               PIC S9(7)V99 VALUE ZERO.
       01  OneSponsorShare              PIC S9(7)V99 VALUE ZERO.
       01  SponsorCoverLimit            PIC S9(7)V99 VALUE ZERO.
       01  SponsorRemaining             PIC S9(7)V99 VALUE ZERO.
       01  StmtFeeLine.
           02  FILLER                   PIC X(4)  VALUE "Fee ".
           02  PrnStmtFeeCode           PIC X(4).
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnStmtFeeDescription    PIC X(20).
           02  FILLER                   PIC X     VALUE SPACE.
           02  PrnStmtFeeCourse         PIC X(4).
           02  FILLER                   PIC X(3)  VALUE " = ".
           02  PrnStmtFeeAmount         PIC -(5)9.99.
       01  StmtHeadingLine              PIC X(40)
           VALUE "  Tuition Statement".
       01  StmtStudentLine.
           02  FILLER                   PIC X(19) VALUE
               "Aid credit       = ".
           02  PrnStmtAidCredit         PIC -(6)9.99.
       01  StmtSponsorLine.
           02  FILLER                   PIC X(19) VALUE
               "Sponsor share    = ".
           02  PrnStmtSponsorShare      PIC -(6)9.99.
       01  StmtNetLine.
           02  FILLER                   PIC X(19) VALUE
               "Net amount due   = ".
           PERFORM LoadAwardsTable
           PERFORM LoadAwardStatusTable
           PERFORM OpenLedgerFile
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
              MOVE "Y" TO OpenItemAvailFlag
           END-IF
           PERFORM LoadPlanTable
           PERFORM LoadTermTable
           PERFORM LoadSponsorshipTable
           OPEN INPUT FeeAssessFile
           IF FeeAssessStatus = "00"
              MOVE "Y" TO FeeAssessAvailFlag
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
           OPEN OUTPUT StatementFile
           OPEN OUTPUT EmailSpoolFile
           OPEN INPUT AddressFile
           OPEN EXTEND AddrNeedFile
           IF AddrNeedStatus = "35"
              OPEN OUTPUT AddrNeedFile
           END-IF
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile, StatementFile, EmailSpoolFile,
                 AddrNeedFile
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           IF LedgerAvailable
              CLOSE LedgerFile
           END-IF
           IF OpenItemAvailable
              CLOSE OpenItemFile
           END-IF
           IF FeeAssessAvailable
              CLOSE FeeAssessFile
           END-IF
           PERFORM WriteDeliveryManifest
           DISPLAY "Statements printed - " StatementCount
           GOBACK.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO StatementAsOfDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT StatementAsOfDate FROM DATE YYYYMMDD
                      MOVE "Y" TO EndOfStudentFeesFlag
                   ELSE
                      IF LedgerLateFee
                         PERFORM GetOpenItemAmount
                         ADD OpenItemAmount TO StudentLateFeeTotal
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
       GetOpenItemAmount.
           MOVE LedgAmount TO OpenItemAmount
           IF OpenItemAvailable
              MOVE LedgerKey TO OpenItemKey
              READ OpenItemFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LedgAmount < ZERO
                       COMPUTE OpenItemAmount =
                               ZERO - OpenRemainingAmount
                    ELSE
                       MOVE OpenRemainingAmount TO OpenItemAmount
                    END-IF
              END-READ
           END-IF.
       PrintStmtOpenCharges.
           MOVE ZERO TO StudentOpenChargeTotal
           MOVE "N" TO EndOfStudentFeesFlag
           MOVE StudentId TO LedgStudentId
           MOVE ZERO TO LedgEntryDate
           MOVE ZERO TO LedgEntrySeq
           START LedgerFile KEY IS NOT LESS THAN LedgerKey
              INVALID KEY MOVE "Y" TO EndOfStudentFeesFlag
           END-START
           PERFORM UNTIL EndOfStudentFees
              READ LedgerFile NEXT
                AT END MOVE "Y" TO EndOfStudentFeesFlag
                NOT AT END
                   IF LedgStudentId NOT = StudentId
                      MOVE "Y" TO EndOfStudentFeesFlag
                   ELSE
                      PERFORM PrintOneOpenCharge
                   END-IF
              END-READ
           END-PERFORM
           IF StudentOpenChargeTotal NOT = ZERO
              MOVE StudentOpenChargeTotal TO PrnStmtOpenTotal
              MOVE StmtOpenTotalLine TO StmtWorkLine
              MOVE 1 TO StmtAdvanceCount
              PERFORM WriteStmtLine
           END-IF.
       PrintOneOpenCharge.
           IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
              OR LedgerTranFee OR LedgerReturnedPay
              OR LedgerReturnedFee
              OR LedgerRefundIssued
              OR LedgerAidReturned
              OR LedgerAssessedFee
              PERFORM GetOpenItemAmount
              IF OpenItemAmount > ZERO
                 IF StudentOpenChargeTotal = ZERO
                    MOVE StmtOpenHeadingLine TO StmtWorkLine
                    MOVE 2 TO StmtAdvanceCount
                    PERFORM WriteStmtLine
                 END-IF
                 MOVE LedgEntryDate  TO PrnOpenChargeDate
                 MOVE LedgEntryType  TO PrnOpenChargeType
                 MOVE LedgAmount     TO PrnOpenChargeOriginal
                 MOVE OpenItemAmount TO PrnOpenChargeAmount
                 MOVE StmtOpenChargeLine TO StmtWorkLine
                 MOVE 1 TO StmtAdvanceCount
                 PERFORM WriteStmtLine
                 ADD OpenItemAmount TO StudentOpenChargeTotal
              END-IF
           END-IF.
       ApplyStmtAwards.
           MOVE ZERO TO StudentAidCredit
           SET AwardIdx TO 1
                 AND NOT ThisAwardSuspended
                 IF AwdTabAwardType(AwardIdx) = "P" OR "p"
                    COMPUTE OneAwardAmount ROUNDED =
                            StudentStmtTuition
                            * AwdTabAwardValue(AwardIdx) / 100
                 ELSE
                    MOVE AwdTabAwardValue(AwardIdx) TO OneAwardAmount
              END-IF
              SET AwardIdx UP BY 1
           END-PERFORM
           IF StudentAidCredit > StudentStmtTuition
              MOVE StudentStmtTuition TO StudentAidCredit
           END-IF.
       LookupStmtRate.
           MOVE "N" TO RateFoundFlag
                                 TO CurrentStmtCourseCode
              PERFORM PrintStmtCourseLine
           END-PERFORM
           MOVE StudentStmtTotal TO StudentStmtTuition
           MOVE ZERO TO StudentStmtFeeTotal
           IF FeeAssessAvailable
              PERFORM PrintStmtFeeLines
           END-IF
           MOVE StudentStmtFeeTotal TO StudentStmtFeeNet
           ADD StudentStmtFeeTotal TO StudentStmtTotal
           MOVE StudentStmtTotal TO PrnStmtTotal
           MOVE StmtTotalLine TO StmtWorkLine
           MOVE 2 TO StmtAdvanceCount
           PERFORM WriteStmtLine
           PERFORM ApplyStmtAwards
           COMPUTE StudentNetDue = StudentStmtTuition - StudentAidCredit
           PERFORM ApplyStmtSponsorCoverage
           COMPUTE StudentStmtNetTotal = StudentNetDue
                                       + StudentStmtFeeNet
           IF StudentAidCredit NOT = ZERO
              MOVE StudentAidCredit TO PrnStmtAidCredit
              MOVE StmtAidLine TO StmtWorkLine
              MOVE 1 TO StmtAdvanceCount
              PERFORM WriteStmtLine
           END-IF
           IF StudentSponsorShare NOT = ZERO
              MOVE StudentSponsorShare TO PrnStmtSponsorShare
              MOVE StmtSponsorLine TO StmtWorkLine
              MOVE 1 TO StmtAdvanceCount
              PERFORM WriteStmtLine
           END-IF
           IF StudentAidCredit NOT = ZERO
              OR StudentSponsorShare NOT = ZERO
              MOVE StudentStmtNetTotal TO PrnStmtNetDue
              MOVE StmtNetLine TO StmtWorkLine
              MOVE 1 TO StmtAdvanceCount
              PERFORM WriteStmtLine
              MOVE 1 TO StmtAdvanceCount
              PERFORM WriteStmtLine
           END-IF
           IF LedgerAvailable AND OpenItemAvailable
              PERFORM PrintStmtOpenCharges
           END-IF
           PERFORM CheckStmtPlan
           IF StudentOnPlan
              PERFORM PrintPlanSchedule
           MOVE 2 TO StmtAdvanceCount
           PERFORM WriteStmtLine
           MOVE StudentId TO PrnStubStudentId
           COMPUTE StubDueAmount = StudentStmtNetTotal
                                 + StudentLateFeeTotal
           MOVE StubDueAmount TO PrnStubAmount
           MOVE StmtStubLine TO StmtWorkLine
           MOVE 1 TO StmtAdvanceCount
           PERFORM WriteStmtLine
           ADD 1 TO StatementCount.
       PrintStmtFeeLines.
           MOVE "N" TO EndOfFeeScanFlag
           MOVE LOW-VALUES TO FeeAssessKey
           MOVE StudentId TO FasStudentId
           MOVE EnrollTermCode TO FasTermCode
           START FeeAssessFile KEY IS NOT LESS THAN FeeAssessKey
              INVALID KEY MOVE "Y" TO EndOfFeeScanFlag
           END-START
           PERFORM UNTIL EndOfFeeScan
              READ FeeAssessFile NEXT
                AT END MOVE "Y" TO EndOfFeeScanFlag
                NOT AT END
                   IF FasStudentId NOT = StudentId
                      OR FasTermCode NOT = EnrollTermCode
                      MOVE "Y" TO EndOfFeeScanFlag
                   ELSE
                      MOVE FasFeeCode     TO PrnStmtFeeCode
                      MOVE FasDescription TO PrnStmtFeeDescription
                      MOVE FasCourseCode  TO PrnStmtFeeCourse
                      MOVE FasFeeAmount   TO PrnStmtFeeAmount
                      MOVE StmtFeeLine TO StmtWorkLine
                      MOVE 1 TO StmtAdvanceCount
                      PERFORM WriteStmtLine
                      ADD FasFeeAmount TO StudentStmtFeeTotal
                   END-IF
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
       ApplyStmtSponsorCoverage.
           MOVE ZERO TO StudentSponsorShare
           SET SpsIdx TO 1
           PERFORM UNTIL SpsIdx > SponsorshipCount
              IF SpsTabStudentId(SpsIdx) = StudentId
                 AND (SpsTabTermCode(SpsIdx) = SPACES
                      OR SpsTabTermCode(SpsIdx) = EnrollTermCode)
                 AND StudentNetDue + StudentStmtFeeNet > ZERO
                 PERFORM ApplyOneStmtSponsorship
              END-IF
              SET SpsIdx UP BY 1
           END-PERFORM.
       ApplyOneStmtSponsorship.
           MOVE StudentStmtTuition TO OneSponsorBase
           MOVE StudentNetDue TO SponsorCoverLimit
           IF SpsTabCoverScope(SpsIdx) = "A"
              ADD StudentStmtFeeTotal TO OneSponsorBase
              ADD StudentStmtFeeNet TO SponsorCoverLimit
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
              SUBTRACT SponsorRemaining FROM StudentStmtFeeNet
              ADD OneSponsorShare TO StudentSponsorShare
           END-IF.
       LoadPlanTable.
           OPEN INPUT PaymentPlanFile
           IF PaymentPlanStatus = "00"
              WHEN AddressFound AND AddrDeceased
                 MOVE "S" TO StmtChannelFlag
              WHEN AddressFound AND AddrEmail NOT = SPACES
                   AND NOT DoNotEmailSet AND NOT AddrEmailBad
                 MOVE "E" TO StmtChannelFlag
                 MOVE SPACES TO EmailSpoolRecord
                 MOVE StudentId TO SpoolHdrStudentId
                 ADD 1 TO EmailedCount
              WHEN AddressFound AND DoNotMailSet
                 MOVE "S" TO StmtChannelFlag
              WHEN AddressFound AND AddrMailBad
                 MOVE "S" TO StmtChannelFlag
                 PERFORM WriteStmtAddrNeeded
              WHEN OTHER
                 ADD 1 TO PrintedCount
           END-EVALUATE.
       WriteStmtAddrNeeded.
           MOVE SPACES TO AddrNeedRecord
           MOVE StudentId         TO AnwStudentId
           MOVE "TUITSTMT"        TO AnwProgramName
           MOVE "TUITION STATEMENT" TO AnwDocument
           MOVE StatementAsOfDate TO AnwListedDate
           MOVE AddrMailBadReason TO AnwReason
           WRITE AddrNeedRecord
           ADD 1 TO AddrNeededCount.
       WriteStmtLine.
           IF EmailChannel
              MOVE StmtWorkLine TO SpoolDetailText
           MOVE SuppressedCount TO PrnSuppressedCount
           WRITE ManifestLine FROM ManifestSuppressedLine
                  AFTER ADVANCING 1 LINES
           MOVE AddrNeededCount TO PrnAddrNeededCount
           WRITE ManifestLine FROM ManifestAddrNeededLine
                  AFTER ADVANCING 1 LINES
           MOVE StatementCount TO PrnManifestTotal
           WRITE ManifestLine FROM ManifestTotalLine
                  AFTER ADVANCING 1 LINES
