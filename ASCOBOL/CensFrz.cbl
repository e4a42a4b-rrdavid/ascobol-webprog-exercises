       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSFRZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT CensusFile ASSIGN TO "CENSUS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CenKey
                      FILE STATUS IS CensusFileStatus.
           SELECT CensusReportFile ASSIGN TO "CENSUS.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  CensusFile.
           01  CensusRecord.
               COPY CENSCPY.
       FD  CensusReportFile.
           01  CensusReportLine     PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "CENSFRZ".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  StudentFileStatus    PIC XX.
       01  CensusFileStatus     PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  CensusRunDate        PIC 9(8).
       01  CensusTermCode       PIC X(5) VALUE SPACES.
       01  CensusDate.
           02  CensusYear       PIC 9(4).
           02  CensusMonth      PIC 9(2).
           02  CensusDay        PIC 9(2).
       01  CensusFrozenDate     PIC 9(8) VALUE ZERO.
       01  FullTimeCredits      PIC 99V9 VALUE 12.0.
       01  SnapshotExistsFlag   PIC X VALUE "N".
           88  SnapshotExists   VALUE "Y".
       01  EndOfSnapshotFlag    PIC X.
           88  EndOfSnapshot    VALUE "Y".
       01  CourseTable.
           02  CourseEntry OCCURS 100 TIMES INDEXED BY CourseIdx.
               03  CrsTabCourseCode PIC X(4).
               03  CrsTabDepartment PIC X(4).
               03  CrsTabCredits    PIC 9V9.
               03  CrsTabHeadcount  PIC 9(6).
               03  CrsTabCreditHrs  PIC 9(6)V9.
       01  CourseTableCount     PIC 9(4) VALUE ZERO.
       01  DeptTable.
           02  DeptEntry OCCURS 50 TIMES INDEXED BY DeptIdx.
               03  DeptTabCode      PIC X(4).
       01  DeptTableCount       PIC 9(4) VALUE ZERO.
       01  CourseFoundFlag      PIC X.
           88  CourseFound      VALUE "Y".
       01  DeptFoundFlag        PIC X.
           88  DeptFound        VALUE "Y".
       01  LookupCourseCode     PIC X(4).
       01  SlotIdx              PIC 9.
       01  SlotLimit            PIC 9.
       01  LoadCreditHours      PIC 9(3)V9.
       01  LoadClassCode        PIC X.
           88  LoadClassFailed  VALUE "E".
       01  LoadClassText        PIC X(14).
       01  StudentAge           PIC S9(3).
       01  BirthdayPassed       PIC X.
           88  HasHadBirthdayThisYear VALUE "Y".
       01  DeptHeadcount        PIC 9(6).
       01  DeptCreditHrs        PIC 9(6)V9.
       01  ComputedFte          PIC 9(5)V99.
       01  CensusTotals.
           02  FrozenCount      PIC 9(6) VALUE ZERO.
           02  HeadcountTotal   PIC 9(6) VALUE ZERO.
           02  FullTimeCount    PIC 9(6) VALUE ZERO.
           02  PartTimeCount    PIC 9(6) VALUE ZERO.
           02  MaleCount        PIC 9(6) VALUE ZERO.
           02  FemaleCount      PIC 9(6) VALUE ZERO.
           02  OtherGenderCount PIC 9(6) VALUE ZERO.
           02  Under18Count     PIC 9(6) VALUE ZERO.
           02  Age18To20Count   PIC 9(6) VALUE ZERO.
           02  Age21To24Count   PIC 9(6) VALUE ZERO.
           02  Age25PlusCount   PIC 9(6) VALUE ZERO.
           02  EnrolmentTotal   PIC 9(6) VALUE ZERO.
           02  CreditHrsTotal   PIC 9(7)V9 VALUE ZERO.
       01  CensusHeadingLine.
           02  FILLER           PIC X(34)
               VALUE "  Official Census Enrollment - ".
           02  PrnCenHeadTerm   PIC X(5).
       01  CensusDateLine.
           02  FILLER           PIC X(14) VALUE "Census date   ".
           02  PrnCenDate       PIC 9(8).
           02  FILLER           PIC X(11) VALUE "   Frozen  ".
           02  PrnCenFrozenDate PIC 9(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCenSnapText   PIC X(20).
       01  CensusNotReachedLine.
           02  FILLER           PIC X(20) VALUE "Census date not yet ".
           02  FILLER           PIC X(20) VALUE "reached - no freeze ".
           02  PrnCenWaitDate   PIC 9(8).
       01  CensusColumnLine.
           02  FILLER           PIC X(42)
               VALUE "Dept  Course  Headcount  Credit Hrs".
           02  FILLER           PIC X(10) VALUE "       FTE".
       01  CensusCourseLine.
           02  PrnCenDept       PIC X(4).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCenCourse     PIC X(6).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnCenHeadcount  PIC ZZZ,ZZ9.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnCenCreditHrs  PIC ZZZ,ZZ9.9.
           02  FILLER           PIC X(8)  VALUE SPACES.
           02  PrnCenFte        PIC ZZ,ZZ9.99.
       01  CensusCountLine.
           02  PrnCenCountText  PIC X(20).
           02  PrnCenCount      PIC ZZZ,ZZ9.
       01  CensusFteLine.
           02  FILLER           PIC X(20) VALUE "Total FTE         = ".
           02  PrnCenTotalFte   PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT CensusRunDate FROM DATE YYYYMMDD
           PERFORM FindCensusTerm
           IF CensusTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM CheckLoadControl
           PERFORM LoadCourseTable
           PERFORM OpenCensusFile
           OPEN OUTPUT CensusReportFile
           MOVE CensusTermCode TO PrnCenHeadTerm
           WRITE CensusReportLine FROM CensusHeadingLine
                  AFTER ADVANCING PAGE
           PERFORM CheckExistingSnapshot
           IF NOT SnapshotExists
              IF CensusRunDate < CensusDate
                 MOVE CensusDate TO PrnCenWaitDate
                 WRITE CensusReportLine FROM CensusNotReachedLine
                        AFTER ADVANCING 2 LINES
                 CLOSE CensusFile, CensusReportFile
                 MOVE 4 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM FreezeEnrollments
              MOVE CensusRunDate TO CensusFrozenDate
              MOVE "new snapshot" TO PrnCenSnapText
           ELSE
              MOVE "existing snapshot" TO PrnCenSnapText
           END-IF
           MOVE CensusDate TO PrnCenDate
           MOVE CensusFrozenDate TO PrnCenFrozenDate
           WRITE CensusReportLine FROM CensusDateLine
                  AFTER ADVANCING 1 LINES
           PERFORM TallySnapshot
           PERFORM PrintDepartments
           PERFORM PrintCensusTotals
           CLOSE CensusFile, CensusReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindCensusTerm.
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
                       MOVE TermCode TO CensusTermCode
                       MOVE TermCensusDate TO CensusDate
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       CheckLoadControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "FULL-TIME-CREDITS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO FullTimeCredits
           END-IF.
       LoadCourseTable.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus = "00"
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfCatalogFile
                 IF CourseTableCount < 100
                    ADD 1 TO CourseTableCount
                    SET CourseIdx TO CourseTableCount
                    MOVE CatCourseCode TO CrsTabCourseCode(CourseIdx)
                    MOVE CatDepartment TO CrsTabDepartment(CourseIdx)
                    IF CatCreditHours NUMERIC
                       MOVE CatCreditHours TO CrsTabCredits(CourseIdx)
                    ELSE
                       MOVE ZERO TO CrsTabCredits(CourseIdx)
                    END-IF
                    MOVE ZERO TO CrsTabHeadcount(CourseIdx),
                                 CrsTabCreditHrs(CourseIdx)
                 ELSE
                    MOVE "COURSECAT.DA" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ CourseCatalogFile
                   AT END SET EndOfCatalogFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CourseCatalogFile
           END-IF.
       OpenCensusFile.
           OPEN I-O CensusFile
           IF CensusFileStatus = "35"
              OPEN OUTPUT CensusFile
              CLOSE CensusFile
              OPEN I-O CensusFile
           END-IF
           IF CensusFileStatus NOT = "00"
              MOVE "CENSUS.DAT" TO ErrorFileName
              MOVE CensusFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       CheckExistingSnapshot.
           MOVE CensusTermCode TO CenTermCode
           MOVE ZERO TO CenStudentId
           START CensusFile KEY IS NOT LESS THAN CenKey
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ CensusFile NEXT
                    AT END CONTINUE
                    NOT AT END
                       IF CenTermCode = CensusTermCode
                          MOVE "Y" TO SnapshotExistsFlag
                          MOVE CenFreezeDate TO CensusFrozenDate
                       END-IF
                 END-READ
           END-START.
       FreezeEnrollments.
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
              IF StudentActive AND CourseCode NOT = SPACES
                 PERFORM FreezeOneStudent
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       FreezeOneStudent.
           MOVE SPACES TO CensusRecord
           MOVE CensusTermCode TO CenTermCode
           MOVE StudentId OF StudentDetails TO CenStudentId
           MOVE CensusRunDate TO CenFreezeDate
           MOVE Surname TO CenSurname
           MOVE GivenNames TO CenGivenNames
           MOVE 1 TO CenCourseCount
           MOVE CourseCode TO CenCourseCode(1)
           MOVE CourseSection TO CenSection(1)
           MOVE OtherCourseCount TO SlotLimit
           IF SlotLimit > 4
              MOVE 4 TO SlotLimit
           END-IF
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > SlotLimit
              IF OtherCourseCode(SlotIdx) NOT = SPACES
                 ADD 1 TO CenCourseCount
                 MOVE OtherCourseCode(SlotIdx)
                              TO CenCourseCode(CenCourseCount)
                 MOVE OtherCourseSection(SlotIdx)
                              TO CenSection(CenCourseCount)
              END-IF
           END-PERFORM
           CALL "LOADCLS" USING StudentDetails, LoadCreditHours,
                                LoadClassCode, LoadClassText
           IF LoadClassFailed
              MOVE "COURSECAT.DAT" TO ErrorFileName
              MOVE "LE" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE LoadCreditHours TO CenLoadCredits
           MOVE LoadClassCode TO CenLoadCode
           MOVE Gender TO CenGender
           INSPECT CenGender CONVERTING "mfx" TO "MFX"
           PERFORM ComputeAgeBand
           MOVE StudentStatus TO CenStatus
           WRITE CensusRecord
              INVALID KEY
                 MOVE "CENSUS.DAT" TO ErrorFileName
                 MOVE CensusFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-WRITE
           ADD 1 TO FrozenCount.
       ComputeAgeBand.
           COMPUTE StudentAge = CensusYear - YOBirth
           MOVE "Y" TO BirthdayPassed
           IF CensusMonth < MOBirth
              OR (CensusMonth = MOBirth AND CensusDay < DOBirth)
              MOVE "N" TO BirthdayPassed
           END-IF
           IF NOT HasHadBirthdayThisYear
              SUBTRACT 1 FROM StudentAge
           END-IF
           EVALUATE TRUE
              WHEN StudentAge < 18        MOVE "1" TO CenAgeBand
              WHEN StudentAge < 21        MOVE "2" TO CenAgeBand
              WHEN StudentAge < 25        MOVE "3" TO CenAgeBand
              WHEN OTHER                  MOVE "4" TO CenAgeBand
           END-EVALUATE.
       TallySnapshot.
           MOVE "N" TO EndOfSnapshotFlag
           MOVE CensusTermCode TO CenTermCode
           MOVE ZERO TO CenStudentId
           START CensusFile KEY IS NOT LESS THAN CenKey
              INVALID KEY MOVE "Y" TO EndOfSnapshotFlag
           END-START
           PERFORM UNTIL EndOfSnapshot
              READ CensusFile NEXT
                 AT END MOVE "Y" TO EndOfSnapshotFlag
                 NOT AT END
                    IF CenTermCode NOT = CensusTermCode
                       MOVE "Y" TO EndOfSnapshotFlag
                    ELSE
                       PERFORM TallyOneStudent
                    END-IF
              END-READ
           END-PERFORM.
       TallyOneStudent.
           ADD 1 TO HeadcountTotal
           IF CenFullTime
              ADD 1 TO FullTimeCount
           ELSE
              ADD 1 TO PartTimeCount
           END-IF
           EVALUATE CenGender
              WHEN "M" ADD 1 TO MaleCount
              WHEN "F" ADD 1 TO FemaleCount
              WHEN OTHER ADD 1 TO OtherGenderCount
           END-EVALUATE
           EVALUATE TRUE
              WHEN CenUnder18    ADD 1 TO Under18Count
              WHEN CenAge18To20  ADD 1 TO Age18To20Count
              WHEN CenAge21To24  ADD 1 TO Age21To24Count
              WHEN OTHER         ADD 1 TO Age25PlusCount
           END-EVALUATE
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > CenCourseCount
              MOVE CenCourseCode(SlotIdx) TO LookupCourseCode
              PERFORM FindCourseEntry
              IF CourseIdx <= CourseTableCount
                 ADD 1 TO CrsTabHeadcount(CourseIdx)
                 ADD CrsTabCredits(CourseIdx)
                                  TO CrsTabCreditHrs(CourseIdx)
                 ADD 1 TO EnrolmentTotal
                 ADD CrsTabCredits(CourseIdx) TO CreditHrsTotal
              END-IF
           END-PERFORM.
       FindCourseEntry.
           MOVE "N" TO CourseFoundFlag
           SET CourseIdx TO 1
           PERFORM UNTIL CourseIdx > CourseTableCount OR CourseFound
              IF CrsTabCourseCode(CourseIdx) = LookupCourseCode
                 MOVE "Y" TO CourseFoundFlag
              ELSE
                 SET CourseIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT CourseFound AND CourseTableCount < 100
              ADD 1 TO CourseTableCount
              SET CourseIdx TO CourseTableCount
              MOVE LookupCourseCode TO CrsTabCourseCode(CourseIdx)
              MOVE "????" TO CrsTabDepartment(CourseIdx)
              MOVE ZERO TO CrsTabCredits(CourseIdx),
                           CrsTabHeadcount(CourseIdx),
                           CrsTabCreditHrs(CourseIdx)
           END-IF.
       PrintDepartments.
           WRITE CensusReportLine FROM CensusColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseTableCount
              IF CrsTabHeadcount(CourseIdx) > ZERO
                 PERFORM NoteDepartment
              END-IF
           END-PERFORM
           PERFORM VARYING DeptIdx FROM 1 BY 1
                   UNTIL DeptIdx > DeptTableCount
              PERFORM PrintOneDepartment
           END-PERFORM.
       NoteDepartment.
           MOVE "N" TO DeptFoundFlag
           PERFORM VARYING DeptIdx FROM 1 BY 1
                   UNTIL DeptIdx > DeptTableCount
              IF DeptTabCode(DeptIdx) = CrsTabDepartment(CourseIdx)
                 MOVE "Y" TO DeptFoundFlag
              END-IF
           END-PERFORM
           IF NOT DeptFound
              IF DeptTableCount < 50
                 ADD 1 TO DeptTableCount
                 SET DeptIdx TO DeptTableCount
                 MOVE CrsTabDepartment(CourseIdx)
                                  TO DeptTabCode(DeptIdx)
              ELSE
                 MOVE "DEPT TABLE" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF.
       PrintOneDepartment.
           MOVE ZERO TO DeptHeadcount, DeptCreditHrs
           WRITE CensusReportLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           PERFORM VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseTableCount
              IF CrsTabHeadcount(CourseIdx) > ZERO
                 AND CrsTabDepartment(CourseIdx) = DeptTabCode(DeptIdx)
                 MOVE DeptTabCode(DeptIdx) TO PrnCenDept
                 MOVE CrsTabCourseCode(CourseIdx) TO PrnCenCourse
                 MOVE CrsTabHeadcount(CourseIdx) TO PrnCenHeadcount
                 MOVE CrsTabCreditHrs(CourseIdx) TO PrnCenCreditHrs
                 COMPUTE ComputedFte ROUNDED =
                         CrsTabCreditHrs(CourseIdx) / FullTimeCredits
                 MOVE ComputedFte TO PrnCenFte
                 WRITE CensusReportLine FROM CensusCourseLine
                        AFTER ADVANCING 1 LINES
                 ADD CrsTabHeadcount(CourseIdx) TO DeptHeadcount
                 ADD CrsTabCreditHrs(CourseIdx) TO DeptCreditHrs
              END-IF
           END-PERFORM
           MOVE DeptTabCode(DeptIdx) TO PrnCenDept
           MOVE "Total" TO PrnCenCourse
           MOVE DeptHeadcount TO PrnCenHeadcount
           MOVE DeptCreditHrs TO PrnCenCreditHrs
           COMPUTE ComputedFte ROUNDED =
                   DeptCreditHrs / FullTimeCredits
           MOVE ComputedFte TO PrnCenFte
           WRITE CensusReportLine FROM CensusCourseLine
                  AFTER ADVANCING 1 LINES.
       PrintCensusTotals.
           MOVE "Headcount         = " TO PrnCenCountText
           MOVE HeadcountTotal TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 3 LINES
           MOVE "Full-time         = " TO PrnCenCountText
           MOVE FullTimeCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Part-time         = " TO PrnCenCountText
           MOVE PartTimeCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           COMPUTE ComputedFte ROUNDED =
                   CreditHrsTotal / FullTimeCredits
           MOVE ComputedFte TO PrnCenTotalFte
           WRITE CensusReportLine FROM CensusFteLine
                  AFTER ADVANCING 1 LINES
           MOVE "Course enrolments = " TO PrnCenCountText
           MOVE EnrolmentTotal TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Male              = " TO PrnCenCountText
           MOVE MaleCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Female            = " TO PrnCenCountText
           MOVE FemaleCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Other/unknown     = " TO PrnCenCountText
           MOVE OtherGenderCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Age under 18      = " TO PrnCenCountText
           MOVE Under18Count TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Age 18 to 20      = " TO PrnCenCountText
           MOVE Age18To20Count TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Age 21 to 24      = " TO PrnCenCountText
           MOVE Age21To24Count TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Age 25 and up     = " TO PrnCenCountText
           MOVE Age25PlusCount TO PrnCenCount
           WRITE CensusReportLine FROM CensusCountLine
                  AFTER ADVANCING 1 LINES
           IF FrozenCount > ZERO
              MOVE "Students frozen   = " TO PrnCenCountText
              MOVE FrozenCount TO PrnCenCount
              WRITE CensusReportLine FROM CensusCountLine
                     AFTER ADVANCING 2 LINES
           END-IF.
       END PROGRAM CENSFRZ.
