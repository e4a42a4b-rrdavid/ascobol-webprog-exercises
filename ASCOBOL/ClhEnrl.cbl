       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLHENRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClhControlFile ASSIGN TO "CLHCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ClhControlStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT StatusHistoryFile ASSIGN TO "STATHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS StatusHistoryStatus.
           SELECT ConferralMasterFile ASSIGN TO "CONFERML.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ConferralMasterStatus.
           SELECT HistorySortFile ASSIGN TO "CLHSRT.TMP".
           SELECT ClhEnrollmentFile ASSIGN TO "CLHENRL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClhReportFile ASSIGN TO "CLHENRL.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ClhControlFile.
           01  ClhControlRecord.
               02  CtlSchoolCode        PIC X(8).
               02  CtlProgramYears      PIC 9.
               02  CtlGradMonthDay      PIC 9(4).
               02  CtlCycleDays         PIC 9(3).
               02  CtlLastDegreeDate    PIC 9(8).
               02  CtlLastRunDate       PIC 9(8).
               02  CtlLastTermCode      PIC X(5).
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  StatusHistoryFile.
           01  StatusHistoryRecord.
               COPY STATHCPY.
       FD  ConferralMasterFile.
           01  ConferralRecord.
               88  EndOfConferralFile VALUE HIGH-VALUES.
               02  CnfStudentId     PIC 9(7).
               02  CnfDegreeCode    PIC X(8).
               02  CnfConferDate    PIC 9(8).
               02  CnfHonors        PIC X(8).
               02  CnfSurname       PIC X(25).
               02  CnfGivenNames    PIC X(15).
       SD  HistorySortFile.
           01  HistorySortRecord.
               88  EndOfHistorySort VALUE HIGH-VALUES.
               02  HsrtStudentId    PIC 9(7).
               02  HsrtEffDate      PIC 9(8).
               02  HsrtNewStatus    PIC X.
       FD  ClhEnrollmentFile.
           01  ClhEnrollmentRecord  PIC X(160).
       FD  ClhReportFile.
           01  ClhReportLine        PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "CLHENRL".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ClhControlStatus     PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  StatusHistoryStatus  PIC XX.
       01  ConferralMasterStatus PIC XX.
       01  ClhRunDate           PIC 9(8).
       01  DisclosureEntry.
           COPY DISCCPY.
       01  ClhSchoolCode        PIC X(8) VALUE SPACES.
       01  ProgramYears         PIC 9 VALUE 4.
       01  GradMonthDay         PIC 9(4) VALUE 0515.
       01  CycleDays            PIC 9(3) VALUE 30.
       01  LastDegreeDate       PIC 9(8) VALUE ZERO.
       01  LastRunDate          PIC 9(8) VALUE ZERO.
       01  LastTermCode         PIC X(5) VALUE SPACES.
       01  DaysSinceLastRun     PIC S9(6) VALUE ZERO.
       01  CycleMissedFlag      PIC X VALUE "N".
           88  CycleMissed      VALUE "Y".
       01  ClhTermCode          PIC X(5) VALUE SPACES.
       01  ClhTermStart         PIC 9(8) VALUE ZERO.
       01  ClhTermEnd           PIC 9(8) VALUE ZERO.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
               03  TermTabStartDate PIC 9(8).
               03  TermTabEndDate   PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  LatestEffDate        PIC 9(8).
       01  LatestNewStatus      PIC X.
       01  AnticipatedGradDate  PIC 9(8).
       01  AnticipatedDateParts REDEFINES AnticipatedGradDate.
           02  AntGradYear      PIC 9(4).
           02  AntGradMonthDay  PIC 9(4).
       01  EntryStartDate       PIC 9(8).
       01  EntryDateParts REDEFINES EntryStartDate.
           02  EntryStartYear   PIC 9(4).
           02  FILLER           PIC 9(4).
       01  ClhStatusCode        PIC X.
       01  ClhStatusDate        PIC 9(8).
       01  ReportStudentFlag    PIC X.
           88  ReportStudent    VALUE "Y".
       01  LoadClassText        PIC X(14).
       01  LoadClassCode        PIC X.
           88  LoadClassFailed  VALUE "E".
       01  LoadCreditHours      PIC 9(3)V9.
       01  ClhTotals.
           02  DetailCount      PIC 9(7) VALUE ZERO.
           02  DegreeCount      PIC 9(7) VALUE ZERO.
           02  FullTimeCount    PIC 9(6) VALUE ZERO.
           02  ThreeQtrCount    PIC 9(6) VALUE ZERO.
           02  HalfTimeCount    PIC 9(6) VALUE ZERO.
           02  LessHalfCount    PIC 9(6) VALUE ZERO.
           02  WithdrawnCount   PIC 9(6) VALUE ZERO.
           02  LeaveCount       PIC 9(6) VALUE ZERO.
           02  GraduatedCount   PIC 9(6) VALUE ZERO.
           02  NoAddressCount   PIC 9(6) VALUE ZERO.
           02  BlockedCount     PIC 9(6) VALUE ZERO.
       01  ClhHeaderRecord.
           02  FILLER           PIC X     VALUE "H".
           02  ClhHdrSchoolCode PIC X(8).
           02  ClhHdrTermCode   PIC X(5).
           02  ClhHdrTermStart  PIC 9(8).
           02  ClhHdrTermEnd    PIC 9(8).
           02  ClhHdrRunDate    PIC 9(8).
       01  ClhDetailRecord.
           02  FILLER           PIC X     VALUE "D".
           02  ClhStudentId     PIC 9(7).
           02  ClhSurname       PIC X(25).
           02  ClhGivenNames    PIC X(15).
           02  ClhDateOfBirth   PIC 9(8).
           02  ClhEnrlStatus    PIC X.
           02  ClhEnrlStatusDate PIC 9(8).
           02  ClhAntGradDate   PIC 9(8).
           02  ClhAddrLine1     PIC X(30).
           02  ClhAddrCity      PIC X(20).
           02  ClhAddrRegion    PIC X(3).
           02  ClhAddrPostal    PIC X(10).
           02  ClhDirectoryBlock PIC X.
       01  ClhDegreeRecord.
           02  FILLER           PIC X     VALUE "G".
           02  ClhDegStudentId  PIC 9(7).
           02  ClhDegSurname    PIC X(25).
           02  ClhDegGivenNames PIC X(15).
           02  ClhDegreeCode    PIC X(8).
           02  ClhDegConferDate PIC 9(8).
           02  ClhDegHonors     PIC X(8).
       01  ClhTrailerRecord.
           02  FILLER           PIC X     VALUE "T".
           02  ClhTrlDetailCount PIC 9(7).
           02  ClhTrlDegreeCount PIC 9(7).
       01  ClhHeadingLine.
           02  FILLER           PIC X(36)
               VALUE "  Clearinghouse Enrollment Reporting".
           02  FILLER           PIC X(7)  VALUE " Term  ".
           02  PrnClhTerm       PIC X(5).
       01  ClhPreviousLine.
           02  FILLER           PIC X(20) VALUE "Previous submission ".
           02  PrnPrevRunDate   PIC 9(8).
           02  FILLER           PIC X(7)  VALUE "  term ".
           02  PrnPrevTerm      PIC X(5).
       01  ClhWarningLine.
           02  FILLER           PIC X(28)
               VALUE "WARNING - last submission ".
           02  PrnGapDays       PIC ZZZ,ZZ9.
           02  FILLER           PIC X(25)
               VALUE " days ago, cycle missed".
       01  ClhCountLine.
           02  PrnClhCountText  PIC X(20).
           02  PrnClhCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT ClhRunDate FROM DATE YYYYMMDD
           PERFORM ReadClhControl
           PERFORM LoadTermTable
           PERFORM FindReportingTerm
           IF ClhTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT AddressFile
           OPEN OUTPUT ClhEnrollmentFile
           MOVE ClhSchoolCode TO ClhHdrSchoolCode
           MOVE ClhTermCode TO ClhHdrTermCode
           MOVE ClhTermStart TO ClhHdrTermStart
           MOVE ClhTermEnd TO ClhHdrTermEnd
           MOVE ClhRunDate TO ClhHdrRunDate
           WRITE ClhEnrollmentRecord FROM ClhHeaderRecord
           SORT HistorySortFile
                ON ASCENDING KEY HsrtStudentId, HsrtEffDate
                INPUT PROCEDURE IS ReleaseStatusHistory
                OUTPUT PROCEDURE IS WriteEnrollmentSegment
           PERFORM WriteDegreeSegment
           MOVE DetailCount TO ClhTrlDetailCount
           MOVE DegreeCount TO ClhTrlDegreeCount
           WRITE ClhEnrollmentRecord FROM ClhTrailerRecord
           CLOSE StudentFile, ClhEnrollmentFile
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           PERFORM PrintClhTotals
           PERFORM SaveClhControl
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadClhControl.
           OPEN INPUT ClhControlFile
           IF ClhControlStatus = "00"
              READ ClhControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlSchoolCode TO ClhSchoolCode
                   IF CtlProgramYears NUMERIC
                      AND CtlProgramYears > ZERO
                      MOVE CtlProgramYears TO ProgramYears
                   END-IF
                   IF CtlGradMonthDay NUMERIC
                      AND CtlGradMonthDay > ZERO
                      MOVE CtlGradMonthDay TO GradMonthDay
                   END-IF
                   IF CtlCycleDays NUMERIC
                      AND CtlCycleDays > ZERO
                      MOVE CtlCycleDays TO CycleDays
                   END-IF
                   IF CtlLastDegreeDate NUMERIC
                      MOVE CtlLastDegreeDate TO LastDegreeDate
                   END-IF
                   IF CtlLastRunDate NUMERIC
                      MOVE CtlLastRunDate TO LastRunDate
                   END-IF
                   MOVE CtlLastTermCode TO LastTermCode
              END-READ
              CLOSE ClhControlFile
           END-IF
           IF LastRunDate > ZERO
              COMPUTE DaysSinceLastRun =
                      FUNCTION INTEGER-OF-DATE(ClhRunDate)
                    - FUNCTION INTEGER-OF-DATE(LastRunDate)
              IF DaysSinceLastRun > CycleDays
                 MOVE "Y" TO CycleMissedFlag
              END-IF
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
                    MOVE TermEndDate   TO TermTabEndDate(TermIdx)
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       FindReportingTerm.
           OPEN INPUT TermControlFile
           IF TermControlStatus = "00"
              READ TermControlFile
                AT END MOVE ZERO TO CtlTermStartDate
              END-READ
              CLOSE TermControlFile
              SET TermIdx TO 1
              PERFORM UNTIL TermIdx > TermTableCount
                 OR ClhTermCode NOT = SPACES
                 IF TermTabStartDate(TermIdx) = CtlTermStartDate
                    MOVE TermTabCode(TermIdx) TO ClhTermCode
                    MOVE TermTabStartDate(TermIdx) TO ClhTermStart
                    MOVE TermTabEndDate(TermIdx) TO ClhTermEnd
                 ELSE
                    SET TermIdx UP BY 1
                 END-IF
              END-PERFORM
           END-IF.
       ReleaseStatusHistory.
           OPEN INPUT StatusHistoryFile
           IF StatusHistoryStatus = "00"
              READ StatusHistoryFile
                AT END SET EndOfStatusHistory TO TRUE
              END-READ
              PERFORM UNTIL EndOfStatusHistory
                 MOVE SthStudentId TO HsrtStudentId
                 MOVE SthEffDate TO HsrtEffDate
                 MOVE SthNewStatus TO HsrtNewStatus
                 RELEASE HistorySortRecord
                 READ StatusHistoryFile
                   AT END SET EndOfStatusHistory TO TRUE
                 END-READ
              END-PERFORM
              CLOSE StatusHistoryFile
           END-IF.
       WriteEnrollmentSegment.
           RETURN HistorySortFile
             AT END SET EndOfHistorySort TO TRUE
           END-RETURN
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              PERFORM FindLatestStatusChange
              PERFORM ClassifyClhStatus
              IF ReportStudent
                 PERFORM WriteClhDetail
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM.
       FindLatestStatusChange.
           MOVE ZERO TO LatestEffDate
           MOVE SPACE TO LatestNewStatus
           PERFORM UNTIL EndOfHistorySort
              OR HsrtStudentId > StudentId OF StudentDetails
              IF HsrtStudentId = StudentId OF StudentDetails
                 MOVE HsrtEffDate TO LatestEffDate
                 MOVE HsrtNewStatus TO LatestNewStatus
              END-IF
              RETURN HistorySortFile
                AT END SET EndOfHistorySort TO TRUE
              END-RETURN
           END-PERFORM.
       ClassifyClhStatus.
           MOVE "N" TO ReportStudentFlag
           EVALUATE TRUE
              WHEN StudentActive
                 CALL "LOADCLS" USING StudentDetails, LoadCreditHours,
                                      LoadClassCode, LoadClassText
                 IF LoadClassFailed
                    MOVE "COURSECAT.DAT" TO ErrorFileName
                    MOVE "LE" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 IF LoadClassCode NOT = "N"
                    MOVE "Y" TO ReportStudentFlag
                    MOVE LoadClassCode TO ClhStatusCode
                    IF LatestEffDate > ClhTermStart
                       MOVE LatestEffDate TO ClhStatusDate
                    ELSE
                       MOVE ClhTermStart TO ClhStatusDate
                    END-IF
                 END-IF
              WHEN StudentWithdrawn
                 IF LatestEffDate >= ClhTermStart
                    MOVE "Y" TO ReportStudentFlag
                    MOVE "W" TO ClhStatusCode
                    MOVE LatestEffDate TO ClhStatusDate
                 END-IF
              WHEN StudentOnLeave
                 IF LatestEffDate >= ClhTermStart
                    MOVE "Y" TO ReportStudentFlag
                    MOVE "A" TO ClhStatusCode
                    MOVE LatestEffDate TO ClhStatusDate
                 END-IF
              WHEN StudentGraduated
                 IF LatestEffDate >= ClhTermStart
                    MOVE "Y" TO ReportStudentFlag
                    MOVE "G" TO ClhStatusCode
                    MOVE LatestEffDate TO ClhStatusDate
                 END-IF
           END-EVALUATE.
       WriteClhDetail.
           MOVE StudentId OF StudentDetails TO ClhStudentId
           MOVE Surname TO ClhSurname
           MOVE GivenNames TO ClhGivenNames
           MOVE DateOfBirth TO ClhDateOfBirth
           MOVE ClhStatusCode TO ClhEnrlStatus
           MOVE ClhStatusDate TO ClhEnrlStatusDate
           PERFORM FindAnticipatedGradDate
           MOVE AnticipatedGradDate TO ClhAntGradDate
           PERFORM FindClhAddress
           IF PrivacyRestricted
              MOVE "Y" TO ClhDirectoryBlock
              ADD 1 TO BlockedCount
           ELSE
              MOVE "N" TO ClhDirectoryBlock
           END-IF
           WRITE ClhEnrollmentRecord FROM ClhDetailRecord
           ADD 1 TO DetailCount
           MOVE StudentId OF StudentDetails TO DlgStudentId
           MOVE "ENROLLMENT STATUS" TO DlgReleased
           PERFORM LogClhDisclosure
           EVALUATE ClhStatusCode
              WHEN "F" ADD 1 TO FullTimeCount
              WHEN "Q" ADD 1 TO ThreeQtrCount
              WHEN "H" ADD 1 TO HalfTimeCount
              WHEN "L" ADD 1 TO LessHalfCount
              WHEN "W" ADD 1 TO WithdrawnCount
              WHEN "A" ADD 1 TO LeaveCount
              WHEN "G" ADD 1 TO GraduatedCount
           END-EVALUATE.
       FindAnticipatedGradDate.
           MOVE ZERO TO AnticipatedGradDate
           MOVE ZERO TO EntryStartDate
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              OR EntryStartDate > ZERO
              IF TermTabCode(TermIdx) = EnrollTermCode
                 MOVE TermTabStartDate(TermIdx) TO EntryStartDate
              ELSE
                 SET TermIdx UP BY 1
              END-IF
           END-PERFORM
           IF EntryStartDate = ZERO
              MOVE ClhTermStart TO EntryStartDate
           END-IF
           COMPUTE AntGradYear = EntryStartYear + ProgramYears
           MOVE GradMonthDay TO AntGradMonthDay
           IF AnticipatedGradDate < ClhTermEnd
              MOVE ClhTermEnd TO AnticipatedGradDate
           END-IF.
       FindClhAddress.
           MOVE SPACES TO ClhAddrLine1, ClhAddrCity, ClhAddrRegion,
                          ClhAddrPostal
           IF AddressFileStatus = "00"
              MOVE StudentId OF StudentDetails TO AddrStudentId
              READ AddressFile
                 INVALID KEY
                    ADD 1 TO NoAddressCount
                 NOT INVALID KEY
                    MOVE AddrLine1 TO ClhAddrLine1
                    MOVE AddrCity TO ClhAddrCity
                    MOVE AddrRegion TO ClhAddrRegion
                    MOVE AddrPostalCode TO ClhAddrPostal
              END-READ
           ELSE
              ADD 1 TO NoAddressCount
           END-IF.
       WriteDegreeSegment.
           OPEN INPUT ConferralMasterFile
           IF ConferralMasterStatus = "00"
              READ ConferralMasterFile
                AT END SET EndOfConferralFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfConferralFile
                 IF CnfConferDate > LastDegreeDate
                    AND CnfConferDate <= ClhRunDate
                    PERFORM WriteClhDegree
                 END-IF
                 READ ConferralMasterFile
                   AT END SET EndOfConferralFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ConferralMasterFile
           END-IF.
       WriteClhDegree.
           MOVE CnfStudentId TO ClhDegStudentId
           MOVE CnfSurname TO ClhDegSurname
           MOVE CnfGivenNames TO ClhDegGivenNames
           MOVE CnfDegreeCode TO ClhDegreeCode
           MOVE CnfConferDate TO ClhDegConferDate
           MOVE CnfHonors TO ClhDegHonors
           WRITE ClhEnrollmentRecord FROM ClhDegreeRecord
           ADD 1 TO DegreeCount
           MOVE CnfStudentId TO DlgStudentId
           MOVE "DEGREE CONFERRAL" TO DlgReleased
           PERFORM LogClhDisclosure.
       LogClhDisclosure.
           MOVE ClhRunDate TO DlgDiscDate
           MOVE ZERO       TO DlgDiscTime
           MOVE "CLHENRL"  TO DlgProgramName
           MOVE "NATIONAL STUDENT CLEARINGHOUSE" TO DlgRecipient
           SET DlgBasisOfficial TO TRUE
           MOVE SPACES TO DlgUserId
           CALL "DISCLOG" USING DisclosureEntry.
       SaveClhControl.
           OPEN OUTPUT ClhControlFile
           MOVE ClhSchoolCode TO CtlSchoolCode
           MOVE ProgramYears TO CtlProgramYears
           MOVE GradMonthDay TO CtlGradMonthDay
           MOVE CycleDays TO CtlCycleDays
           IF ClhRunDate > LastDegreeDate
              MOVE ClhRunDate TO CtlLastDegreeDate
           ELSE
              MOVE LastDegreeDate TO CtlLastDegreeDate
           END-IF
           MOVE ClhRunDate TO CtlLastRunDate
           MOVE ClhTermCode TO CtlLastTermCode
           WRITE ClhControlRecord
           CLOSE ClhControlFile.
       PrintClhTotals.
           OPEN OUTPUT ClhReportFile
           MOVE ClhTermCode TO PrnClhTerm
           WRITE ClhReportLine FROM ClhHeadingLine
                  AFTER ADVANCING PAGE
           IF LastRunDate > ZERO
              MOVE LastRunDate TO PrnPrevRunDate
              MOVE LastTermCode TO PrnPrevTerm
              WRITE ClhReportLine FROM ClhPreviousLine
                     AFTER ADVANCING 2 LINES
           END-IF
           IF CycleMissed
              MOVE DaysSinceLastRun TO PrnGapDays
              WRITE ClhReportLine FROM ClhWarningLine
                     AFTER ADVANCING 1 LINES
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "Enrolled students = " TO PrnClhCountText
           MOVE DetailCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "  Full-time       = " TO PrnClhCountText
           MOVE FullTimeCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Three-quarter   = " TO PrnClhCountText
           MOVE ThreeQtrCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Half-time       = " TO PrnClhCountText
           MOVE HalfTimeCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Less than half  = " TO PrnClhCountText
           MOVE LessHalfCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Withdrawn       = " TO PrnClhCountText
           MOVE WithdrawnCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  On leave        = " TO PrnClhCountText
           MOVE LeaveCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Graduated       = " TO PrnClhCountText
           MOVE GraduatedCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Degree records    = " TO PrnClhCountText
           MOVE DegreeCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Directory blocked = " TO PrnClhCountText
           MOVE BlockedCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "No address        = " TO PrnClhCountText
           MOVE NoAddressCount TO PrnClhCount
           WRITE ClhReportLine FROM ClhCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE ClhReportFile.
       END PROGRAM CLHENRL.
