       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequirementFile ASSIGN TO "IMMREQ.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RequirementStatus.
           SELECT ImmunFile ASSIGN TO "IMMUNIZ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS ImmKey
                      FILE STATUS IS ImmunFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT HoldFile ASSIGN TO "HOLD.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HoldKey
                      FILE STATUS IS HoldFileStatus.
           SELECT GuardianMasterFile ASSIGN TO "GUARDMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS GrdStudentId
                      FILE STATUS IS GuardianMasterStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT ComplianceReportFile ASSIGN TO "IMMCOMP.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NoticeFile ASSIGN TO "IMMNOTC.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RequirementFile.
           01  RequirementRecord.
               88  EndOfRequirementFile VALUE HIGH-VALUES.
               02  IrqCode          PIC X(4).
               02  IrqDescription   PIC X(25).
               02  IrqRequiredFlag  PIC X.
                   88  IrqRequired  VALUE "Y", "y".
       FD  ImmunFile.
           01  ImmunRecord.
               COPY IMMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  HoldFile.
           01  HoldRecord.
               COPY HOLDCPY.
       FD  GuardianMasterFile.
           01  GuardianMasterRecord.
               COPY GUARDCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  ComplianceReportFile.
           01  ComplianceLine       PIC X(70).
       FD  NoticeFile.
           01  NoticeLine           PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "IMMCOMP".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  RequirementStatus    PIC XX.
       01  ImmunFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  HoldFileStatus       PIC XX.
       01  GuardianMasterStatus PIC XX.
       01  AddressFileStatus    PIC XX.
       01  AuditProgramNameLit  PIC X(10) VALUE "IMMCOMP".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "IMMCOMP".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  ImmunRunDate         PIC 9(8).
       01  ImmunRunDateParts REDEFINES ImmunRunDate.
           02  RunYear          PIC 9(4).
           02  RunMonth         PIC 9(2).
           02  RunDay           PIC 9(2).
       01  DefaultCensusDate    PIC 9(8) VALUE ZERO.
       01  StudentCensusDate    PIC 9(8).
       01  StudentAge           PIC S9(3).
       01  GuardianAgeLimit     PIC 99 VALUE 18.
       01  RequirementTable.
           02  RequirementEntry OCCURS 20 TIMES INDEXED BY ReqIdx.
               03  ReqTabCode       PIC X(4).
               03  ReqTabDescription PIC X(25).
       01  RequirementCount     PIC 9(4) VALUE ZERO.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
               03  TermTabCensusDate PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  MissingTable.
           02  MissingEntry OCCURS 20 TIMES INDEXED BY MissIdx.
               03  MissTabCode      PIC X(4).
               03  MissTabDescription PIC X(25).
               03  MissTabReason    PIC X(20).
       01  MissingCount         PIC 9(4) VALUE ZERO.
       01  RequirementMetFlag   PIC X.
           88  RequirementMet   VALUE "Y".
       01  MissingReason        PIC X(20).
       01  GuardianFoundFlag    PIC X.
           88  NoticeToGuardian VALUE "Y".
       01  AddressFoundFlag     PIC X.
           88  NoticeAddressFound VALUE "Y".
       01  AddrCityLine         PIC X(30).
       01  OpenHoldFoundFlag    PIC X.
           88  OpenHoldFound    VALUE "Y".
       01  EndOfHoldScanFlag    PIC X.
           88  EndOfHoldScan    VALUE "Y".
       01  ComplianceTotals.
           02  StudentsChecked  PIC 9(6) VALUE ZERO.
           02  NoncompliantCount PIC 9(6) VALUE ZERO.
           02  HoldsPlacedCount PIC 9(6) VALUE ZERO.
           02  HoldsReleasedCount PIC 9(6) VALUE ZERO.
           02  GuardianNoticeCount PIC 9(6) VALUE ZERO.
       01  ComplianceHeadingLine PIC X(40)
           VALUE "  Immunization Compliance Report".
       01  ComplianceStudentLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnCmpStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCmpSurname    PIC X(25).
           02  FILLER           PIC X(9)  VALUE " census  ".
           02  PrnCmpCensusDate PIC 9(8).
       01  ComplianceMissingLine.
           02  FILLER           PIC X(5)  VALUE SPACES.
           02  PrnCmpReqCode    PIC X(4).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCmpReqDescription PIC X(25).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCmpReqReason  PIC X(20).
       01  ComplianceHoldLine.
           02  FILLER           PIC X(5)  VALUE SPACES.
           02  PrnCmpHoldText   PIC X(40).
       01  ComplianceReleasedLine.
           02  FILLER           PIC X(10) VALUE "Released -".
           02  PrnCmpReleasedId PIC 9(7).
           02  FILLER           PIC X(30)
               VALUE " - health hold now compliant".
       01  CheckedCountLine.
           02  FILLER           PIC X(20) VALUE "Students checked = ".
           02  PrnCheckedCount  PIC ZZZ,ZZ9.
       01  NoncompliantCountLine.
           02  FILLER           PIC X(20) VALUE "Noncompliant     = ".
           02  PrnNoncompliantCount PIC ZZZ,ZZ9.
       01  HoldsPlacedCountLine.
           02  FILLER           PIC X(20) VALUE "Holds placed     = ".
           02  PrnHoldsPlacedCount PIC ZZZ,ZZ9.
       01  HoldsReleasedCountLine.
           02  FILLER           PIC X(20) VALUE "Holds released   = ".
           02  PrnHoldsReleasedCount PIC ZZZ,ZZ9.
       01  GuardianNoticeCountLine.
           02  FILLER           PIC X(20) VALUE "Guardian notices = ".
           02  PrnGuardianNoticeCount PIC ZZZ,ZZ9.
       01  NoticeHeadingLine    PIC X(50)
           VALUE "  IMMUNIZATION AND HEALTH DOCUMENT NOTICE".
       01  NoticeDateLine.
           02  FILLER           PIC X(10) VALUE "Issued on ".
           02  PrnNtcDate       PIC 9(8).
       01  NoticeToLine.
           02  FILLER           PIC X(10) VALUE "To      - ".
           02  PrnNtcToName     PIC X(41).
       01  NoticeAddressLine.
           02  FILLER           PIC X(10) VALUE SPACES.
           02  PrnNtcAddress    PIC X(30).
       01  NoticeRegardingLine.
           02  FILLER           PIC X(10) VALUE "Re      - ".
           02  PrnNtcStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnNtcStudentName PIC X(41).
       01  NoticeBodyLine1.
           02  FILLER           PIC X(45) VALUE
               "These requirements are outstanding as of the ".
           02  FILLER           PIC X(13) VALUE "census date, ".
           02  PrnNtcCensusDate PIC 9(8).
       01  NoticeBodyLine2      PIC X(60) VALUE
           "Registration is on hold until Health Services is updated.".
       01  NoticeStudentName    PIC X(41).
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainHoldLock
           IF NOT LockGranted
              DISPLAY "HOLD.DAT is locked - try later."
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WriteAuditStart
           ACCEPT ImmunRunDate FROM DATE YYYYMMDD
           PERFORM LoadRequirementTable
           PERFORM LoadTermTable
           PERFORM FindDefaultCensus
           OPEN INPUT ImmunFile
           OPEN INPUT GuardianMasterFile
           OPEN INPUT AddressFile
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenHoldFile
           OPEN OUTPUT ComplianceReportFile
           OPEN OUTPUT NoticeFile
           WRITE ComplianceLine FROM ComplianceHeadingLine
                  AFTER ADVANCING PAGE
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              IF StudentActive OR StudentApplied
                 ADD 1 TO StudentsChecked
                 PERFORM CheckOneStudent
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintComplianceTotals
           CLOSE StudentFile, HoldFile, ComplianceReportFile,
                 NoticeFile
           IF ImmunFileStatus = "00"
              CLOSE ImmunFile
           END-IF
           IF GuardianMasterStatus = "00"
              CLOSE GuardianMasterFile
           END-IF
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           PERFORM WriteAuditEnd
           PERFORM ReleaseHoldLock
           DISPLAY "Noncompliant students - " NoncompliantCount
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseHoldLock
           END-IF
           GOBACK.
       ObtainHoldLock.
           MOVE "L" TO LockAction
           MOVE "HOLD.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseHoldLock.
           MOVE "U" TO LockAction
           MOVE "HOLD.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           COMPUTE AuditRecordCount =
                   HoldsPlacedCount + HoldsReleasedCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       LoadRequirementTable.
           OPEN INPUT RequirementFile
           IF RequirementStatus NOT = "00"
              MOVE "IMMREQ.DAT" TO ErrorFileName
              MOVE RequirementStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ RequirementFile
             AT END SET EndOfRequirementFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRequirementFile
              IF IrqRequired
                 IF RequirementCount < 20
                    ADD 1 TO RequirementCount
                    SET ReqIdx TO RequirementCount
                    MOVE IrqCode TO ReqTabCode(ReqIdx)
                    MOVE IrqDescription TO ReqTabDescription(ReqIdx)
                 ELSE
                    MOVE "IMMREQ.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
              END-IF
              READ RequirementFile
                AT END SET EndOfRequirementFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RequirementFile.
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
                    MOVE TermCode TO TermTabCode(TermIdx)
                    MOVE TermCensusDate TO TermTabCensusDate(TermIdx)
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       FindDefaultCensus.
           MOVE ImmunRunDate TO DefaultCensusDate
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
                       AND TermCensusDate > ZERO
                       MOVE TermCensusDate TO DefaultCensusDate
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       OpenHoldFile.
           OPEN I-O HoldFile
           IF HoldFileStatus = "35"
              OPEN OUTPUT HoldFile
              CLOSE HoldFile
              OPEN I-O HoldFile
           END-IF
           IF HoldFileStatus NOT = "00"
              MOVE "HOLD.DAT" TO ErrorFileName
              MOVE HoldFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       CheckOneStudent.
           MOVE DefaultCensusDate TO StudentCensusDate
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              IF TermTabCode(TermIdx) = EnrollTermCode
                 AND TermTabCensusDate(TermIdx) > ZERO
                 MOVE TermTabCensusDate(TermIdx) TO StudentCensusDate
                 SET TermIdx TO TermTableCount
              END-IF
              SET TermIdx UP BY 1
           END-PERFORM
           MOVE ZERO TO MissingCount
           PERFORM VARYING ReqIdx FROM 1 BY 1
                   UNTIL ReqIdx > RequirementCount
              PERFORM CheckOneRequirement
           END-PERFORM
           PERFORM FindHealthHold
           IF MissingCount > ZERO
              ADD 1 TO NoncompliantCount
              PERFORM PrintNoncompliantStudent
              IF NOT OpenHoldFound
                 PERFORM PlaceHealthHold
              END-IF
              PERFORM PrintComplianceNotice
           ELSE
              IF OpenHoldFound
                 PERFORM ReleaseHealthHold
              END-IF
           END-IF.
       CheckOneRequirement.
           MOVE "N" TO RequirementMetFlag
           MOVE "not on file" TO MissingReason
           IF ImmunFileStatus = "00"
              MOVE StudentId OF StudentDetails TO ImmStudentId
              MOVE ReqTabCode(ReqIdx) TO ImmReqCode
              READ ImmunFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM EvaluateImmunRecord
              END-READ
           END-IF
           IF NOT RequirementMet
              ADD 1 TO MissingCount
              SET MissIdx TO MissingCount
              MOVE ReqTabCode(ReqIdx) TO MissTabCode(MissIdx)
              MOVE ReqTabDescription(ReqIdx)
                                    TO MissTabDescription(MissIdx)
              MOVE MissingReason TO MissTabReason(MissIdx)
           END-IF.
       EvaluateImmunRecord.
           EVALUATE TRUE
              WHEN ImmExempt
                 MOVE "Y" TO RequirementMetFlag
              WHEN ImmReceivedDate = ZERO
                 MOVE "not received" TO MissingReason
              WHEN ImmExpiryDate NOT = ZERO
                   AND ImmExpiryDate < StudentCensusDate
                 MOVE SPACES TO MissingReason
                 STRING "expires " ImmExpiryDate
                        DELIMITED BY SIZE INTO MissingReason
                 END-STRING
              WHEN OTHER
                 MOVE "Y" TO RequirementMetFlag
           END-EVALUATE.
       PrintNoncompliantStudent.
           MOVE StudentId OF StudentDetails TO PrnCmpStudentId
           MOVE Surname TO PrnCmpSurname
           MOVE StudentCensusDate TO PrnCmpCensusDate
           WRITE ComplianceLine FROM ComplianceStudentLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING MissIdx FROM 1 BY 1
                   UNTIL MissIdx > MissingCount
              MOVE MissTabCode(MissIdx)        TO PrnCmpReqCode
              MOVE MissTabDescription(MissIdx) TO PrnCmpReqDescription
              MOVE MissTabReason(MissIdx)      TO PrnCmpReqReason
              WRITE ComplianceLine FROM ComplianceMissingLine
                     AFTER ADVANCING 1 LINES
           END-PERFORM.
       FindHealthHold.
           MOVE "N" TO OpenHoldFoundFlag
           MOVE "N" TO EndOfHoldScanFlag
           MOVE StudentId OF StudentDetails TO HoldStudentId
           MOVE "DOC"  TO HoldType
           MOVE "HLTH" TO HoldOffice
           MOVE ZERO   TO HoldPlacedDate
           START HoldFile KEY IS NOT LESS THAN HoldKey
              INVALID KEY MOVE "Y" TO EndOfHoldScanFlag
           END-START
           PERFORM UNTIL EndOfHoldScan
              READ HoldFile NEXT
                 AT END MOVE "Y" TO EndOfHoldScanFlag
                 NOT AT END
                    IF HoldStudentId NOT = StudentId OF StudentDetails
                       OR NOT HoldDocuments
                       OR HoldOffice NOT = "HLTH"
                       MOVE "Y" TO EndOfHoldScanFlag
                    ELSE
                       IF HoldReleasedDate = ZERO
                          MOVE "Y" TO OpenHoldFoundFlag
                          MOVE "Y" TO EndOfHoldScanFlag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       PlaceHealthHold.
           MOVE SPACES TO HoldRecord
           MOVE StudentId OF StudentDetails TO HoldStudentId
           MOVE "DOC"  TO HoldType
           MOVE "HLTH" TO HoldOffice
           MOVE ImmunRunDate TO HoldPlacedDate
           MOVE ZERO TO HoldReleasedDate
           MOVE "Y" TO HoldBlockRegistration
           MOVE "N" TO HoldBlockTranscript, HoldBlockDiploma
           MOVE "immunization noncompliant" TO HoldReason
           MOVE "IMMCOMP" TO HoldPlacedBy
           WRITE HoldRecord
              INVALID KEY
                 MOVE "hold already placed today" TO PrnCmpHoldText
              NOT INVALID KEY
                 MOVE "registration hold placed - DOC/HLTH"
                                          TO PrnCmpHoldText
                 ADD 1 TO HoldsPlacedCount
           END-WRITE
           WRITE ComplianceLine FROM ComplianceHoldLine
                  AFTER ADVANCING 1 LINES.
       ReleaseHealthHold.
           MOVE ImmunRunDate TO HoldReleasedDate
           MOVE "IMMCOMP" TO HoldReleasedBy
           REWRITE HoldRecord
           END-REWRITE
           MOVE StudentId OF StudentDetails TO PrnCmpReleasedId
           WRITE ComplianceLine FROM ComplianceReleasedLine
                  AFTER ADVANCING 2 LINES
           ADD 1 TO HoldsReleasedCount.
       PrintComplianceNotice.
           MOVE SPACES TO NoticeStudentName
           STRING GivenNames DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  Surname DELIMITED BY "  "
             INTO NoticeStudentName
           END-STRING
           PERFORM ComputeStudentAge
           MOVE "N" TO GuardianFoundFlag
           IF StudentAge < GuardianAgeLimit
              AND GuardianMasterStatus = "00"
              MOVE StudentId OF StudentDetails TO GrdStudentId
              READ GuardianMasterFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO GuardianFoundFlag
              END-READ
           END-IF
           WRITE NoticeLine FROM NoticeHeadingLine
                  AFTER ADVANCING PAGE
           MOVE ImmunRunDate TO PrnNtcDate
           WRITE NoticeLine FROM NoticeDateLine
                  AFTER ADVANCING 1 LINES
           IF NoticeToGuardian
              ADD 1 TO GuardianNoticeCount
              MOVE GrdGuardianName TO PrnNtcToName
           ELSE
              MOVE NoticeStudentName TO PrnNtcToName
           END-IF
           WRITE NoticeLine FROM NoticeToLine
                  AFTER ADVANCING 2 LINES
           PERFORM PrintNoticeAddress
           IF NoticeToGuardian
              MOVE StudentId OF StudentDetails TO PrnNtcStudentId
              MOVE NoticeStudentName TO PrnNtcStudentName
              WRITE NoticeLine FROM NoticeRegardingLine
                     AFTER ADVANCING 2 LINES
           END-IF
           MOVE StudentCensusDate TO PrnNtcCensusDate
           WRITE NoticeLine FROM NoticeBodyLine1
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING MissIdx FROM 1 BY 1
                   UNTIL MissIdx > MissingCount
              MOVE MissTabCode(MissIdx)        TO PrnCmpReqCode
              MOVE MissTabDescription(MissIdx) TO PrnCmpReqDescription
              MOVE MissTabReason(MissIdx)      TO PrnCmpReqReason
              WRITE NoticeLine FROM ComplianceMissingLine
                     AFTER ADVANCING 1 LINES
           END-PERFORM
           WRITE NoticeLine FROM NoticeBodyLine2
                  AFTER ADVANCING 2 LINES.
       PrintNoticeAddress.
           MOVE "N" TO AddressFoundFlag
           IF AddressFileStatus = "00"
              MOVE StudentId OF StudentDetails TO AddrStudentId
              READ AddressFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO AddressFoundFlag
              END-READ
           END-IF
           IF NoticeAddressFound
              MOVE AddrLine1 TO PrnNtcAddress
              WRITE NoticeLine FROM NoticeAddressLine
                     AFTER ADVANCING 1 LINES
              MOVE SPACES TO AddrCityLine
              STRING AddrCity DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     AddrRegion DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     AddrPostalCode DELIMITED BY SIZE
                INTO AddrCityLine
              END-STRING
              MOVE AddrCityLine TO PrnNtcAddress
              WRITE NoticeLine FROM NoticeAddressLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       ComputeStudentAge.
           COMPUTE StudentAge = RunYear - YOBirth
           IF RunMonth < MOBirth
              OR (RunMonth = MOBirth AND RunDay < DOBirth)
              SUBTRACT 1 FROM StudentAge
           END-IF.
       PrintComplianceTotals.
           MOVE StudentsChecked TO PrnCheckedCount
           WRITE ComplianceLine FROM CheckedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE NoncompliantCount TO PrnNoncompliantCount
           WRITE ComplianceLine FROM NoncompliantCountLine
                  AFTER ADVANCING 1 LINES
           MOVE HoldsPlacedCount TO PrnHoldsPlacedCount
           WRITE ComplianceLine FROM HoldsPlacedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE HoldsReleasedCount TO PrnHoldsReleasedCount
           WRITE ComplianceLine FROM HoldsReleasedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE GuardianNoticeCount TO PrnGuardianNoticeCount
           WRITE ComplianceLine FROM GuardianNoticeCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM IMMCOMP.
