       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHTRACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ConferralMasterFile ASSIGN TO "CONFERML.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ConferralMasterStatus.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARCHIVE"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ArchiveFileStatus.
           SELECT CohortFile ASSIGN TO "COHORT.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CohStudentId
                      FILE STATUS IS CohortFileStatus.
           SELECT CohortReportFile ASSIGN TO "COHORT.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ConferralMasterFile.
           01  ConferralRecord.
               88  EndOfConferralFile VALUE HIGH-VALUES.
               02  CnfStudentId     PIC 9(7).
               02  CnfDegreeCode    PIC X(8).
               02  CnfConferDate    PIC 9(8).
               02  CnfHonors        PIC X(8).
               02  CnfSurname       PIC X(25).
               02  CnfGivenNames    PIC X(15).
       FD  ArchiveFile.
           01  ArchiveRecord.
               88  EndOfArchiveRecord VALUE HIGH-VALUES.
               02  ArchStudentId    PIC 9(7).
               02  FILLER           PIC X(75).
               02  ArchStudentStatus PIC X.
       FD  CohortFile.
           01  CohortRecord.
               COPY COHRTCPY.
       FD  CohortReportFile.
           01  CohortReportLine     PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "COHTRACK".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ConferralMasterStatus PIC XX.
       01  ArchiveFileStatus    PIC XX.
       01  CohortFileStatus     PIC XX.
       01  CohortRunDate        PIC 9(8).
       01  TermTable.
           02  TermEntry OCCURS 40 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
               03  TermTabStartDate PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  LookupTermCode       PIC X(5).
       01  LookupTermStart      PIC 9(8).
       01  TermStartParts.
           02  TermStartYear    PIC 9(4).
           02  TermStartMonth   PIC 9(2).
               88  FallStartMonth VALUE 8 THRU 10.
           02  TermStartDay     PIC 9(2).
       01  FallTermCode         PIC X(5) VALUE SPACES.
       01  FallStartDate        PIC 9(8) VALUE ZERO.
       01  FallYear             PIC 9(4) VALUE ZERO.
       01  FallIndex            PIC S9(4).
       01  CohortYearsTracked   PIC S9(4).
       01  Grad4LimitDate       PIC 9(8).
       01  Grad6LimitDate       PIC 9(8).
       01  GroupTable.
           02  GroupEntry OCCURS 600 TIMES INDEXED BY GroupIdx.
               03  GrpYear          PIC 9(4).
               03  GrpType          PIC X.
               03  GrpCode          PIC X(4).
               03  GrpSize          PIC 9(6).
               03  GrpRetained      PIC 9(6).
               03  GrpGrad4         PIC 9(6).
               03  GrpGrad6         PIC 9(6).
       01  GroupTableCount      PIC 9(4) VALUE ZERO.
       01  GroupLookupType      PIC X.
       01  GroupLookupCode      PIC X(4).
       01  GroupFoundFlag       PIC X.
           88  GroupFound       VALUE "Y".
       01  RetainedFlag         PIC X.
           88  MemberRetained   VALUE "Y".
       01  Grad4Flag            PIC X.
           88  MemberGrad4      VALUE "Y".
       01  Grad6Flag            PIC X.
           88  MemberGrad6      VALUE "Y".
       01  PrintYear            PIC 9(4).
       01  LastPrintedYear      PIC 9(4) VALUE ZERO.
       01  PrintType            PIC X.
       01  ComputedRate         PIC 999V9.
       01  EditedRate           PIC ZZ9.9.
       01  CohortTotals.
           02  CapturedCount    PIC 9(6) VALUE ZERO.
           02  ConferralCount   PIC 9(6) VALUE ZERO.
           02  ArchivedCount    PIC 9(6) VALUE ZERO.
           02  TrackedCount     PIC 9(6) VALUE ZERO.
       01  CohortHeadingLine.
           02  FILLER           PIC X(36)
               VALUE "  Cohort Retention and Graduation - ".
           02  PrnCohHeadTerm   PIC X(5).
       01  CohortYearLine.
           02  FILLER           PIC X(13) VALUE "Entry cohort ".
           02  PrnCohYear       PIC 9(4).
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnCohTracked    PIC Z9.
           02  FILLER           PIC X(16) VALUE " year(s) tracked".
       01  CohortColumnLine.
           02  FILLER           PIC X(33)
               VALUE "Group         Cohort Retain  Ret%".
           02  FILLER           PIC X(26)
               VALUE "  Grad4 Grd4%  Grad6 Grd6%".
       01  CohortRateLine.
           02  PrnCohGroup      PIC X(12).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCohSize       PIC ZZ,ZZ9.
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohRetained   PIC ZZ,ZZ9.
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohRetRate    PIC X(5).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohGrad4      PIC ZZ,ZZ9.
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohGrad4Rate  PIC X(5).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohGrad6      PIC ZZ,ZZ9.
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnCohGrad6Rate  PIC X(5).
       01  CohortCountLine.
           02  PrnCohCountText  PIC X(20).
           02  PrnCohCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT CohortRunDate FROM DATE YYYYMMDD
           PERFORM LoadTermTable
           PERFORM FindTrackingFall
           IF FallTermCode = SPACES
              MOVE "TERMMST.DAT" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenCohortFile
           PERFORM CaptureNewStudents
           PERFORM PostConferrals
           PERFORM RecordMasterStatus
           PERFORM RecordArchivedStudents
           PERFORM TallyCohorts
           OPEN OUTPUT CohortReportFile
           MOVE FallTermCode TO PrnCohHeadTerm
           WRITE CohortReportLine FROM CohortHeadingLine
                  AFTER ADVANCING PAGE
           PERFORM PrintCohortYears
           PERFORM PrintCohortTotals
           CLOSE CohortFile, CohortReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       LoadTermTable.
           OPEN INPUT TermMasterFile
           IF TermMasterStatus = "00"
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfTermFile
                 IF TermTableCount < 40
                    ADD 1 TO TermTableCount
                    SET TermIdx TO TermTableCount
                    MOVE TermCode      TO TermTabCode(TermIdx)
                    MOVE TermStartDate TO TermTabStartDate(TermIdx)
                 ELSE
                    MOVE "TERMMST.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       FindTrackingFall.
           PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > TermTableCount
              MOVE TermTabStartDate(TermIdx) TO TermStartParts
              IF FallStartMonth
                 AND TermTabStartDate(TermIdx) <= CohortRunDate
                 AND TermTabStartDate(TermIdx) > FallStartDate
                 MOVE TermTabCode(TermIdx) TO FallTermCode
                 MOVE TermTabStartDate(TermIdx) TO FallStartDate
                 MOVE TermStartYear TO FallYear
              END-IF
           END-PERFORM.
       FindTermStart.
           MOVE ZERO TO LookupTermStart
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              IF TermTabCode(TermIdx) = LookupTermCode
                 MOVE TermTabStartDate(TermIdx) TO LookupTermStart
                 SET TermIdx TO TermTableCount
              END-IF
              SET TermIdx UP BY 1
           END-PERFORM.
       OpenCohortFile.
           OPEN I-O CohortFile
           IF CohortFileStatus = "35"
              OPEN OUTPUT CohortFile
              CLOSE CohortFile
              OPEN I-O CohortFile
           END-IF
           IF CohortFileStatus NOT = "00"
              MOVE "COHORT.DAT" TO ErrorFileName
              MOVE CohortFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       CaptureNewStudents.
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
              IF EnrollTermCode NOT = SPACES
                 AND NOT StudentApplied
                 MOVE StudentId OF StudentDetails TO CohStudentId
                 READ CohortFile
                    INVALID KEY PERFORM CaptureOneStudent
                 END-READ
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       CaptureOneStudent.
           MOVE EnrollTermCode TO LookupTermCode
           PERFORM FindTermStart
           IF LookupTermStart > ZERO
              MOVE SPACES TO CohortRecord
              MOVE StudentId OF StudentDetails TO CohStudentId
              MOVE EnrollTermCode TO CohEntryTermCode
              MOVE LookupTermStart TO TermStartParts
              MOVE TermStartYear TO CohEntryYear
              IF TermStartMonth < 8
                 SUBTRACT 1 FROM CohEntryYear
              END-IF
              MOVE CourseCode TO CohCourseCode
              MOVE Gender TO CohGender
              INSPECT CohGender CONVERTING "mfx" TO "MFX"
              MOVE CohortRunDate TO CohCapturedDate
              MOVE ZERO TO CohGraduatedDate
              MOVE "N" TO CohArchivedFlag
              WRITE CohortRecord
                 INVALID KEY
                    MOVE "COHORT.DAT" TO ErrorFileName
                    MOVE CohortFileStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
              ADD 1 TO CapturedCount
           END-IF.
       PostConferrals.
           OPEN INPUT ConferralMasterFile
           IF ConferralMasterStatus = "00"
              READ ConferralMasterFile
                AT END SET EndOfConferralFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfConferralFile
                 MOVE CnfStudentId TO CohStudentId
                 READ CohortFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CohGraduatedDate = ZERO
                          MOVE CnfConferDate TO CohGraduatedDate
                          REWRITE CohortRecord
                          END-REWRITE
                          ADD 1 TO ConferralCount
                       END-IF
                 END-READ
                 READ ConferralMasterFile
                   AT END SET EndOfConferralFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ConferralMasterFile
           END-IF.
       RecordMasterStatus.
           OPEN INPUT StudentFile
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              MOVE StudentId OF StudentDetails TO CohStudentId
              READ CohortFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM ComputeFallIndex
                    IF FallIndex >= 1 AND FallIndex <= 8
                       PERFORM SetMasterFallStatus
                       REWRITE CohortRecord
                       END-REWRITE
                    END-IF
              END-READ
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       ComputeFallIndex.
           COMPUTE FallIndex = FallYear - CohEntryYear.
       SetMasterFallStatus.
           EVALUATE TRUE
              WHEN CohGraduatedDate > ZERO
                 AND CohGraduatedDate <= FallStartDate
                 MOVE "G" TO CohFallStatus(FallIndex)
              WHEN StudentGraduated
                 MOVE "G" TO CohFallStatus(FallIndex)
              WHEN StudentActive OR StudentOnLeave
                 MOVE "E" TO CohFallStatus(FallIndex)
              WHEN OTHER
                 MOVE "W" TO CohFallStatus(FallIndex)
           END-EVALUATE.
       RecordArchivedStudents.
           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus = "00"
              READ ArchiveFile
                AT END SET EndOfArchiveRecord TO TRUE
              END-READ
              PERFORM UNTIL EndOfArchiveRecord
                 MOVE ArchStudentId TO CohStudentId
                 READ CohortFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM MarkCohortArchived
                 END-READ
                 READ ArchiveFile
                   AT END SET EndOfArchiveRecord TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ArchiveFile
           END-IF.
       MarkCohortArchived.
           IF NOT CohArchived
              ADD 1 TO ArchivedCount
           END-IF
           MOVE "Y" TO CohArchivedFlag
           PERFORM ComputeFallIndex
           IF FallIndex >= 1 AND FallIndex <= 8
              IF CohFallStatus(FallIndex) = SPACE
                 IF CohGraduatedDate > ZERO
                    MOVE "G" TO CohFallStatus(FallIndex)
                 ELSE
                    MOVE "A" TO CohFallStatus(FallIndex)
                 END-IF
              END-IF
           END-IF
           REWRITE CohortRecord
           END-REWRITE.
       TallyCohorts.
           MOVE ZERO TO CohStudentId
           START CohortFile KEY IS NOT LESS THAN CohStudentId
              INVALID KEY SET EndOfCohortFile TO TRUE
           END-START
           PERFORM UNTIL EndOfCohortFile
              READ CohortFile NEXT
                 AT END SET EndOfCohortFile TO TRUE
                 NOT AT END PERFORM TallyOneMember
              END-READ
           END-PERFORM.
       TallyOneMember.
           PERFORM ComputeFallIndex
           IF FallIndex >= 1 AND FallIndex <= 8
              IF CohFallStatus(FallIndex) = SPACE
                 IF CohGraduatedDate > ZERO
                    MOVE "G" TO CohFallStatus(FallIndex)
                 ELSE
                    MOVE "L" TO CohFallStatus(FallIndex)
                 END-IF
                 REWRITE CohortRecord
                 END-REWRITE
              END-IF
           END-IF
           IF FallIndex >= ZERO
              ADD 1 TO TrackedCount
              MOVE "N" TO RetainedFlag, Grad4Flag, Grad6Flag
              IF CohFallEnrolled(1) OR CohFallGraduated(1)
                 MOVE "Y" TO RetainedFlag
              END-IF
              COMPUTE Grad4LimitDate =
                      (CohEntryYear + 4) * 10000 + 0831
              COMPUTE Grad6LimitDate =
                      (CohEntryYear + 6) * 10000 + 0831
              IF CohGraduatedDate > ZERO
                 IF CohGraduatedDate <= Grad4LimitDate
                    MOVE "Y" TO Grad4Flag
                 END-IF
                 IF CohGraduatedDate <= Grad6LimitDate
                    MOVE "Y" TO Grad6Flag
                 END-IF
              END-IF
              MOVE "A" TO GroupLookupType
              MOVE "All" TO GroupLookupCode
              PERFORM AccumulateGroup
              MOVE "C" TO GroupLookupType
              MOVE CohCourseCode TO GroupLookupCode
              PERFORM AccumulateGroup
              MOVE "G" TO GroupLookupType
              MOVE CohGender TO GroupLookupCode
              PERFORM AccumulateGroup
           END-IF.
       AccumulateGroup.
           MOVE "N" TO GroupFoundFlag
           SET GroupIdx TO 1
           PERFORM UNTIL GroupIdx > GroupTableCount OR GroupFound
              IF GrpYear(GroupIdx) = CohEntryYear
                 AND GrpType(GroupIdx) = GroupLookupType
                 AND GrpCode(GroupIdx) = GroupLookupCode
                 MOVE "Y" TO GroupFoundFlag
              ELSE
                 SET GroupIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT GroupFound
              IF GroupTableCount < 600
                 ADD 1 TO GroupTableCount
                 SET GroupIdx TO GroupTableCount
                 MOVE CohEntryYear TO GrpYear(GroupIdx)
                 MOVE GroupLookupType TO GrpType(GroupIdx)
                 MOVE GroupLookupCode TO GrpCode(GroupIdx)
                 MOVE ZERO TO GrpSize(GroupIdx),
                              GrpRetained(GroupIdx),
                              GrpGrad4(GroupIdx), GrpGrad6(GroupIdx)
              ELSE
                 MOVE "COHORT TABLE" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF
           ADD 1 TO GrpSize(GroupIdx)
           IF MemberRetained
              ADD 1 TO GrpRetained(GroupIdx)
           END-IF
           IF MemberGrad4
              ADD 1 TO GrpGrad4(GroupIdx)
           END-IF
           IF MemberGrad6
              ADD 1 TO GrpGrad6(GroupIdx)
           END-IF.
       PrintCohortYears.
           MOVE 1 TO PrintYear
           PERFORM UNTIL PrintYear = ZERO
              MOVE ZERO TO PrintYear
              PERFORM VARYING GroupIdx FROM 1 BY 1
                      UNTIL GroupIdx > GroupTableCount
                 IF GrpYear(GroupIdx) > LastPrintedYear
                    AND (PrintYear = ZERO
                         OR GrpYear(GroupIdx) < PrintYear)
                    MOVE GrpYear(GroupIdx) TO PrintYear
                 END-IF
              END-PERFORM
              IF PrintYear > ZERO
                 PERFORM PrintOneCohortYear
                 MOVE PrintYear TO LastPrintedYear
              END-IF
           END-PERFORM.
       PrintOneCohortYear.
           COMPUTE CohortYearsTracked = FallYear - PrintYear
           MOVE PrintYear TO PrnCohYear
           MOVE CohortYearsTracked TO PrnCohTracked
           WRITE CohortReportLine FROM CohortYearLine
                  AFTER ADVANCING 2 LINES
           WRITE CohortReportLine FROM CohortColumnLine
                  AFTER ADVANCING 1 LINES
           MOVE "A" TO PrintType
           PERFORM PrintGroupType
           MOVE "C" TO PrintType
           PERFORM PrintGroupType
           MOVE "G" TO PrintType
           PERFORM PrintGroupType.
       PrintGroupType.
           PERFORM VARYING GroupIdx FROM 1 BY 1
                   UNTIL GroupIdx > GroupTableCount
              IF GrpYear(GroupIdx) = PrintYear
                 AND GrpType(GroupIdx) = PrintType
                 PERFORM PrintOneGroup
              END-IF
           END-PERFORM.
       PrintOneGroup.
           EVALUATE PrintType
              WHEN "A"
                 MOVE "All entrants" TO PrnCohGroup
              WHEN "C"
                 MOVE SPACES TO PrnCohGroup
                 STRING "Course " GrpCode(GroupIdx)
                        DELIMITED BY SIZE INTO PrnCohGroup
              WHEN OTHER
                 MOVE SPACES TO PrnCohGroup
                 STRING "Gender " GrpCode(GroupIdx)
                        DELIMITED BY SIZE INTO PrnCohGroup
           END-EVALUATE
           MOVE GrpSize(GroupIdx) TO PrnCohSize
           MOVE GrpRetained(GroupIdx) TO PrnCohRetained
           MOVE GrpGrad4(GroupIdx) TO PrnCohGrad4
           MOVE GrpGrad6(GroupIdx) TO PrnCohGrad6
           MOVE "  n/a" TO PrnCohRetRate, PrnCohGrad4Rate,
                           PrnCohGrad6Rate
           IF CohortYearsTracked >= 1
              COMPUTE ComputedRate ROUNDED =
                      GrpRetained(GroupIdx) * 100 / GrpSize(GroupIdx)
              MOVE ComputedRate TO EditedRate
              MOVE EditedRate TO PrnCohRetRate
           END-IF
           IF CohortYearsTracked >= 4
              COMPUTE ComputedRate ROUNDED =
                      GrpGrad4(GroupIdx) * 100 / GrpSize(GroupIdx)
              MOVE ComputedRate TO EditedRate
              MOVE EditedRate TO PrnCohGrad4Rate
           END-IF
           IF CohortYearsTracked >= 6
              COMPUTE ComputedRate ROUNDED =
                      GrpGrad6(GroupIdx) * 100 / GrpSize(GroupIdx)
              MOVE ComputedRate TO EditedRate
              MOVE EditedRate TO PrnCohGrad6Rate
           END-IF
           WRITE CohortReportLine FROM CohortRateLine
                  AFTER ADVANCING 1 LINES.
       PrintCohortTotals.
           MOVE "New members       = " TO PrnCohCountText
           MOVE CapturedCount TO PrnCohCount
           WRITE CohortReportLine FROM CohortCountLine
                  AFTER ADVANCING 3 LINES
           MOVE "Cohort members    = " TO PrnCohCountText
           MOVE TrackedCount TO PrnCohCount
           WRITE CohortReportLine FROM CohortCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Conferrals posted = " TO PrnCohCountText
           MOVE ConferralCount TO PrnCohCount
           WRITE CohortReportLine FROM CohortCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Newly archived    = " TO PrnCohCountText
           MOVE ArchivedCount TO PrnCohCount
           WRITE CohortReportLine FROM CohortCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM COHTRACK.
