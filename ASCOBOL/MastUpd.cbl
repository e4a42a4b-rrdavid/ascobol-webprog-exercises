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
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS StdKey
                      FILE STATUS IS StandingFileStatus.
           SELECT OverrideControlFile ASSIGN TO "PREREQOV.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OverrideControlStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  EnrollTxn.
                   03  Gender           PIC X.
               02  TxnPrivacyFlag   PIC X.
               02  TxnOverrideCode  PIC X(4).
               02  TxnSection       PIC X(2).
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
               02  DropStudentId    PIC 9(7).
               02  DropCourseCode   PIC X(4).
               02  DropDate         PIC 9(8).
               02  DropSection      PIC X(2).
       FD  WaitlistFile.
           01  WaitlistRecord.
               COPY WAITCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       FD  GeneratedTxnFile.
           01  GeneratedTxnRecord   PIC X(68).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  TransferFile.
           01  TransferRecord.
               COPY XFERCPY.
       FD  StandingFile.
           01  StandingRecord.
               COPY STANDCPY.
       FD  OverrideControlFile.
           01  OverrideControlRecord.
               88  EndOfOverrideCtl VALUE HIGH-VALUES.
                              INDEXED BY WaitIdx.
               03  WaitTabCourseCode PIC X(4).
               03  WaitTabQueuedDate PIC 9(8).
               03  WaitTabTxnImage   PIC X(68).
               03  WaitTabSection    PIC X(2).
               03  WaitTabStatus     PIC X.
                   88  WaitEntryQueued   VALUE "W".
                   88  WaitEntryPromoted VALUE "P".
       01  CourseFullFlag           PIC X.
           88  CourseAtCapacity     VALUE "Y".
       01  CapacityCheckCourse      PIC X(4).
       01  CapacityCheckSection     PIC X(2).
       01  AssignmentFileStatus     PIC XX.
       01  SectionTable.
           02  SectionEntry OCCURS 200 TIMES INDEXED BY SectIdx.
               03  SectTabCourseCode    PIC X(4).
               03  SectTabSection       PIC X(2).
               03  SectTabCapacity      PIC 9(4).
               03  SectTabEnrolled      PIC 9(4).
       01  SectionTableCount        PIC 9(4) VALUE ZERO.
       01  SectionFoundFlag         PIC X VALUE "N".
           88  CourseSectionFound   VALUE "Y".
       01  CourseSectionedFlag      PIC X VALUE "N".
           88  CourseHasSections    VALUE "Y".
       01  ChangeBeforeImage        PIC X(94).
       01  BeforeStudentDetails REDEFINES ChangeBeforeImage.
           02  BeforeStudentId      PIC 9(7).
           02  BeforeStudentName.
           02  BeforeEnrollTermCode PIC X(5).
           02  BeforeStudentStatus  PIC X.
           02  BeforePrivacyFlag    PIC X.
           02  BeforeCourseSection  PIC X(2).
           02  BeforeOtherCourseSections.
               03  BeforeOtherCourseSection PIC X(2) OCCURS 4 TIMES.
       01  UpdateRunDate            PIC 9(8).
       01  TermMasterStatus         PIC XX.
       01  TermTable.

       01  GradesAvailFlag          PIC X VALUE "N".
           88  GradesAvailable      VALUE "Y".
       01  TransferFileStatus       PIC XX.
       01  TransferAvailFlag        PIC X VALUE "N".
           88  TransferAvailable    VALUE "Y".
       01  StandingFileStatus       PIC XX.
       01  StandingAvailFlag        PIC X VALUE "N".
           88  StandingAvailable    VALUE "Y".
       01  LatestStandingStatus     PIC X.
           88  LatestDismissed      VALUE "D".
       01  LatestStandingStart      PIC 9(8).
       01  StandingTermStart        PIC 9(8).
       01  SuspendedThisTermFlag    PIC X.
           88  SuspendedThisTerm    VALUE "Y".
       01  EndOfStandingScanFlag    PIC X.
           88  EndOfStandingScan    VALUE "Y".
       01  OverrideControlStatus    PIC XX.
       01  OverrideTable.
           02  OverrideEntry OCCURS 50 TIMES INDEXED BY OvrIdx.
       01  OverrideTableCount       PIC 9(4) VALUE ZERO.
       01  OverrideValidFlag        PIC X VALUE "N".
           88  OverrideCodeValid    VALUE "Y".
       01  HoldCheckAction          PIC X VALUE "R".
       01  HoldCheckResult          PIC X.
           88  StudentOnHold        VALUE "Y".
       01  HoldCheckType            PIC X(3).
       01  HoldCheckOffice          PIC X(4).
       01  PrereqCheckIdx           PIC 9.
       01  PrereqCheckCourse        PIC X(4).
       01  PrereqSatisfiedFlag      PIC X.
           PERFORM LoadCourseCatalog
           PERFORM LoadOverrideTable
           PERFORM OpenGradeFile
           PERFORM OpenTransferFile
           PERFORM OpenStandingFile
           OPEN INPUT EnrollTxn
           IF EnrollTxnStatus NOT = "00"
              MOVE "ENROLL.ACC" TO ErrorFileName
           ACCEPT UpdateRunDate FROM DATE YYYYMMDD
           PERFORM LoadTermTable
           PERFORM FindCurrentTerm
           PERFORM LoadSectionTable
           PERFORM LoadWaitlistTable
           PERFORM CountCurrentEnrollment
           READ EnrollTxn
           IF GradesAvailable
              CLOSE GradeFile
           END-IF
           IF TransferAvailable
              CLOSE TransferFile
           END-IF
           IF StandingAvailable
              CLOSE StandingFile
           END-IF
           CLOSE EnrollTxn, StudentFile, ActivityReportFile,
                 JournalFile, DropExtractFile, GeneratedTxnFile,
                 NameHistoryFile
           IF TxnAdd OR TxnChange
              PERFORM ValidateTxnCourseCode
           END-IF
           IF TxnCourseCodeValid
              AND (TxnAdd OR TxnChange)
              PERFORM ValidateTxnSection
           END-IF
           IF TxnCourseCodeValid AND TxnAdd
              PERFORM ValidateRegistrationHold
           END-IF
           IF TxnCourseCodeValid AND TxnAdd
              PERFORM ValidateAcademicStanding
           END-IF
           IF TxnCourseCodeValid AND TxnAdd
              PERFORM ValidateAddDropDeadline
           END-IF
              WRITE ActivityLine FROM ActivityErrorLine
              ADD 1 TO ErrorCount
           END-IF.
       ValidateRegistrationHold.
           CALL "HOLDCHK" USING StudentId OF TxnStudent,
                                HoldCheckAction, HoldCheckResult,
                                HoldCheckType, HoldCheckOffice
           IF StudentOnHold
              MOVE "N" TO CourseCodeValidFlag
              MOVE StudentId OF TxnStudent TO ActErrorId
              MOVE SPACES TO ActErrorText
              STRING "add rejected, " HoldCheckType
                     " hold by " HoldCheckOffice DELIMITED BY SIZE
                INTO ActErrorText
              END-STRING
              WRITE ActivityLine FROM ActivityErrorLine
              ADD 1 TO ErrorCount
           END-IF.
       LoadOverrideTable.
           OPEN INPUT OverrideControlFile
           IF OverrideControlStatus = "00"
           IF GradeFileStatus = "00"
              MOVE "Y" TO GradesAvailFlag
           END-IF.
       OpenStandingFile.
           OPEN INPUT StandingFile
           IF StandingFileStatus = "00"
              MOVE "Y" TO StandingAvailFlag
           END-IF.
       ValidateAcademicStanding.
           MOVE "G" TO LatestStandingStatus
           MOVE ZERO TO LatestStandingStart
           MOVE "N" TO SuspendedThisTermFlag
           MOVE "N" TO EndOfStandingScanFlag
           IF NOT StandingAvailable
              MOVE "Y" TO EndOfStandingScanFlag
           ELSE
              MOVE StudentId OF TxnStudent TO StdStudentId
              MOVE LOW-VALUES TO StdTermCode
              START StandingFile KEY IS NOT LESS THAN StdKey
                 INVALID KEY MOVE "Y" TO EndOfStandingScanFlag
              END-START
           END-IF
           PERFORM UNTIL EndOfStandingScan
              READ StandingFile NEXT
                 AT END MOVE "Y" TO EndOfStandingScanFlag
                 NOT AT END
                    IF StdStudentId NOT = StudentId OF TxnStudent
                       MOVE "Y" TO EndOfStandingScanFlag
                    ELSE
                       PERFORM NoteOneStanding
                    END-IF
              END-READ
           END-PERFORM
           IF SuspendedThisTerm OR LatestDismissed
              MOVE "N" TO CourseCodeValidFlag
              MOVE StudentId OF TxnStudent TO ActErrorId
              IF LatestDismissed
                 MOVE "add rejected, dismissed" TO ActErrorText
              ELSE
                 MOVE "add rejected, suspended" TO ActErrorText
              END-IF
              WRITE ActivityLine FROM ActivityErrorLine
              ADD 1 TO ErrorCount
           END-IF.
       NoteOneStanding.
           IF StdSuspended AND CurrentTermFound
              AND StdSuspendTermCode = CurrentTermCode
              MOVE "Y" TO SuspendedThisTermFlag
           END-IF
           MOVE ZERO TO StandingTermStart
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              IF TermTabCode(TermIdx) = StdTermCode
                 MOVE TermTabStartDate(TermIdx) TO StandingTermStart
                 SET TermIdx TO TermTableCount
              END-IF
              SET TermIdx UP BY 1
           END-PERFORM
           IF StandingTermStart >= LatestStandingStart
              MOVE StdStatus TO LatestStandingStatus
              MOVE StandingTermStart TO LatestStandingStart
           END-IF.
       OpenTransferFile.
           OPEN INPUT TransferFile
           IF TransferFileStatus = "00"
              MOVE "Y" TO TransferAvailFlag
           END-IF.
       CheckOverrideCode.
           MOVE "N" TO OverrideValidFlag
           IF TxnOverrideCode NOT = SPACES
           END-IF.
       CheckOnePrereq.
           PERFORM SearchPassingGrade
           IF NOT PrereqSatisfied
              PERFORM SearchTransferCredit
           END-IF
           IF NOT PrereqSatisfied
              MOVE "N" TO CourseCodeValidFlag
              MOVE StudentId OF TxnStudent TO ActErrorId
                    END-IF
              END-READ
           END-PERFORM.
       SearchTransferCredit.
           MOVE "N" TO EndOfPrereqScanFlag
           IF NOT TransferAvailable
              MOVE "Y" TO EndOfPrereqScanFlag
           ELSE
              MOVE StudentId OF TxnStudent TO XfrStudentId
              MOVE PrereqCheckCourse TO XfrCourseCode
              MOVE LOW-VALUES TO XfrInstitution, XfrExtCourse
              START TransferFile KEY IS NOT LESS THAN XfrKey
                 INVALID KEY MOVE "Y" TO EndOfPrereqScanFlag
              END-START
           END-IF
           PERFORM UNTIL EndOfPrereqScan
              READ TransferFile NEXT
                 AT END MOVE "Y" TO EndOfPrereqScanFlag
                 NOT AT END
                    IF XfrStudentId NOT =
                       StudentId OF TxnStudent
                       OR XfrCourseCode NOT = PrereqCheckCourse
                       MOVE "Y" TO EndOfPrereqScanFlag
                    ELSE
                       IF XfrPassingMark
                          MOVE "Y" TO PrereqSatisfiedFlag
                          MOVE "Y" TO EndOfPrereqScanFlag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       ApplyOneTransaction.
           EVALUATE TRUE
              WHEN TxnAdd
                 MOVE CourseCode OF TxnStudent
                                TO CapacityCheckCourse
                 MOVE TxnSection TO CapacityCheckSection
                 PERFORM CheckCourseCapacity
                 IF CourseAtCapacity
                    PERFORM QueueOnWaitlist
                               CourseCode OF StudentDetails
                       MOVE Gender OF TxnStudent TO
                               Gender OF StudentDetails
                       MOVE TxnSection TO
                               CourseSection OF StudentDetails
                       REWRITE StudentDetails
                       PERFORM JournalChange
                       IF BeforeStudentName NOT =
                       END-IF
                       IF BeforeCourseCode NOT =
                          CourseCode OF StudentDetails
                          OR BeforeCourseSection NOT =
                          CourseSection OF StudentDetails
                          MOVE BeforeCourseCode TO DropCourseCode
                          MOVE BeforeCourseSection TO DropSection
                          PERFORM WriteDropExtract
                          MOVE BeforeCourseCode
                                 TO CapacityCheckCourse
                          MOVE BeforeCourseSection
                                 TO CapacityCheckSection
                          PERFORM ReleaseCourseSeat
                          MOVE CourseCode OF StudentDetails
                                 TO CapacityCheckCourse
                          MOVE CourseSection OF StudentDetails
                                 TO CapacityCheckSection
                          PERFORM TakeCourseSeat
                       END-IF
                       MOVE StudentId OF TxnStudent TO ActChangedId
       ApplyAddTransaction.
           MOVE TxnStudent TO StudentDetails
           MOVE ZERO TO OtherCourseCount OF StudentDetails
           MOVE TxnSection TO CourseSection OF StudentDetails
           MOVE CurrentTermCode TO EnrollTermCode OF StudentDetails
           MOVE "A" TO StudentStatus OF StudentDetails
           WRITE StudentDetails
                 PERFORM JournalAdd
                 MOVE CourseCode OF TxnStudent
                                TO CapacityCheckCourse
                 MOVE TxnSection TO CapacityCheckSection
                 PERFORM TakeCourseSeat
                 MOVE StudentId OF TxnStudent TO ActStudentId
                 WRITE ActivityLine FROM ActivityAddedLine
              AND CatTabCapacity(CatIdx) > ZERO
              AND CatTabEnrolled(CatIdx) >= CatTabCapacity(CatIdx)
              MOVE "Y" TO CourseFullFlag
           END-IF
           PERFORM LookupCourseSection
           IF CourseSectionFound
              AND SectTabCapacity(SectIdx) > ZERO
              AND SectTabEnrolled(SectIdx) >= SectTabCapacity(SectIdx)
              MOVE "Y" TO CourseFullFlag
           END-IF.
       TakeCourseSeat.
           MOVE CapacityCheckCourse TO CatalogLookupCourseCode
           PERFORM LookupCatalogCourse
           IF CatalogCourseFound
              ADD 1 TO CatTabEnrolled(CatIdx)
           END-IF
           PERFORM LookupCourseSection
           IF CourseSectionFound
              ADD 1 TO SectTabEnrolled(SectIdx)
           END-IF.
       ReleaseCourseSeat.
           PERFORM LookupCourseSection
           IF CourseSectionFound
              AND SectTabEnrolled(SectIdx) > ZERO
              SUBTRACT 1 FROM SectTabEnrolled(SectIdx)
           END-IF
           MOVE CapacityCheckCourse TO CatalogLookupCourseCode
           PERFORM LookupCatalogCourse
           IF CatalogCourseFound
           END-IF.
       ReleaseAllSeats.
           MOVE BeforeCourseCode TO CapacityCheckCourse
           MOVE BeforeCourseSection TO CapacityCheckSection
           PERFORM ReleaseCourseSeat
           MOVE BeforeOtherCourseCount TO DropCourseLimit
           IF DropCourseLimit > 4
                   UNTIL DropCourseIdx > DropCourseLimit
              MOVE BeforeOtherCourseCode(DropCourseIdx)
                                 TO CapacityCheckCourse
              MOVE BeforeOtherCourseSection(DropCourseIdx)
                                 TO CapacityCheckSection
              PERFORM ReleaseCourseSeat
           END-PERFORM.
       QueueOnWaitlist.
                             TO WaitTabCourseCode(WaitIdx)
              MOVE UpdateRunDate TO WaitTabQueuedDate(WaitIdx)
              MOVE EnrollTxnRecord TO WaitTabTxnImage(WaitIdx)
              MOVE TxnSection TO WaitTabSection(WaitIdx)
              MOVE "W" TO WaitTabStatus(WaitIdx)
              MOVE StudentId OF TxnStudent TO ActWaitlistId
              WRITE ActivityLine FROM ActivityWaitlistLine
           PERFORM UNTIL WaitIdx > WaitlistTableCount
              OR WaitlistHeadFound
              IF WaitTabCourseCode(WaitIdx) = CapacityCheckCourse
                 AND WaitTabSection(WaitIdx) = CapacityCheckSection
                 AND WaitEntryQueued(WaitIdx)
                 MOVE "Y" TO WaitlistPromoteFound
              ELSE
              WRITE ActivityLine FROM ActivityPromotedLine
              ADD 1 TO PromotedCount
              ADD 1 TO CatTabEnrolled(CatIdx)
              IF CourseSectionFound
                 ADD 1 TO SectTabEnrolled(SectIdx)
              END-IF
           END-IF.
       LoadWaitlistTable.
           OPEN INPUT WaitlistFile
                    MOVE WaitQueuedDate
                               TO WaitTabQueuedDate(WaitIdx)
                    MOVE WaitTxnImage TO WaitTabTxnImage(WaitIdx)
                    MOVE WaitSection TO WaitTabSection(WaitIdx)
                    MOVE "W" TO WaitTabStatus(WaitIdx)
                 ELSE
                    MOVE "WAITLIST.DAT" TO ErrorFileName
                    MOVE WaitTabQueuedDate(WaitIdx)
                               TO WaitQueuedDate
                    MOVE WaitTabTxnImage(WaitIdx) TO WaitTxnImage
                    MOVE WaitTabSection(WaitIdx) TO WaitSection
                    WRITE WaitlistRecord
                 END-IF
              END-PERFORM
       CountStudentSeats.
           MOVE CourseCode OF StudentDetails
                          TO CapacityCheckCourse
           MOVE CourseSection OF StudentDetails
                          TO CapacityCheckSection
           PERFORM TakeCourseSeat
           MOVE OtherCourseCount OF StudentDetails
                          TO DropCourseLimit
                   UNTIL DropCourseIdx > DropCourseLimit
              MOVE OtherCourseCode(DropCourseIdx)
                             TO CapacityCheckCourse
              MOVE OtherCourseSection(DropCourseIdx)
                             TO CapacityCheckSection
              PERFORM TakeCourseSeat
           END-PERFORM.
       WriteDropExtract.
           WRITE DropExtractRecord.
       WriteAllDropExtracts.
           MOVE BeforeCourseCode TO DropCourseCode
           MOVE BeforeCourseSection TO DropSection
           PERFORM WriteDropExtract
           MOVE BeforeOtherCourseCount TO DropCourseLimit
           IF DropCourseLimit > 4
                   UNTIL DropCourseIdx > DropCourseLimit
              MOVE BeforeOtherCourseCode(DropCourseIdx)
                                 TO DropCourseCode
              MOVE BeforeOtherCourseSection(DropCourseIdx)
                                 TO DropSection
              PERFORM WriteDropExtract
           END-PERFORM.
       WriteNameHistory.
                 SET CatIdx UP BY 1
              END-IF
           END-PERFORM.
       LoadSectionTable.
           OPEN INPUT AssignmentFile
           IF AssignmentFileStatus = "00"
              READ AssignmentFile
                AT END SET EndOfAssignFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAssignFile
                 IF AsgnTermCode = CurrentTermCode
                    AND AsgnSection NOT = SPACES
                    IF SectionTableCount < 200
                       ADD 1 TO SectionTableCount
                       SET SectIdx TO SectionTableCount
                       MOVE AsgnCourseCode
                                 TO SectTabCourseCode(SectIdx)
                       MOVE AsgnSection TO SectTabSection(SectIdx)
                       IF AsgnSeatCapacity NUMERIC
                          MOVE AsgnSeatCapacity
                                 TO SectTabCapacity(SectIdx)
                       ELSE
                          MOVE ZERO TO SectTabCapacity(SectIdx)
                       END-IF
                       MOVE ZERO TO SectTabEnrolled(SectIdx)
                    ELSE
                       MOVE "CRSASSGN.DAT" TO ErrorFileName
                       MOVE "OV" TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 END-IF
                 READ AssignmentFile
                   AT END SET EndOfAssignFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AssignmentFile
           END-IF.
       LookupCourseSection.
           MOVE "N" TO SectionFoundFlag
           MOVE "N" TO CourseSectionedFlag
           SET SectIdx TO 1
           PERFORM UNTIL SectIdx > SectionTableCount
              OR CourseSectionFound
              IF SectTabCourseCode(SectIdx) = CapacityCheckCourse
                 MOVE "Y" TO CourseSectionedFlag
                 IF SectTabSection(SectIdx) = CapacityCheckSection
                    MOVE "Y" TO SectionFoundFlag
                 ELSE
                    SET SectIdx UP BY 1
                 END-IF
              ELSE
                 SET SectIdx UP BY 1
              END-IF
           END-PERFORM.
       ValidateTxnSection.
           MOVE CourseCode OF TxnStudent TO CapacityCheckCourse
           MOVE TxnSection TO CapacityCheckSection
           PERFORM LookupCourseSection
           IF CourseHasSections
              AND NOT CourseSectionFound
              MOVE "N" TO CourseCodeValidFlag
              MOVE StudentId OF TxnStudent TO ActErrorId
              MOVE "rejected, unknown section"
                                       TO ActErrorText
              WRITE ActivityLine FROM ActivityErrorLine
              ADD 1 TO ErrorCount
           END-IF.
       ValidateTxnCourseCode.
           MOVE CourseCode OF TxnStudent TO CatalogLookupCourseCode
           PERFORM LookupCatalogCourse
