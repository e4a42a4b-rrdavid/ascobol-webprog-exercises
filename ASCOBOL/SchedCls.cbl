       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDCLS.
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
           SELECT MeetingPatternFile ASSIGN TO "CRSMEET.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS MeetingPatternStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WaitlistFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId
                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT ScheduleReportFile ASSIGN TO "SCHEDCLS.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate   PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  MeetingPatternFile.
           01  MeetingPatternLine.
               88  EndOfMeetingPattern VALUE HIGH-VALUES.
               02  MeetCourseCode     PIC X(4).
               02  FILLER             PIC X.
               02  MeetWeekdayOffset  PIC 9.
               02  FILLER             PIC X.
               02  MeetPeriod         PIC 9.
               02  FILLER             PIC X.
               02  MeetSection        PIC X(2).
               02  FILLER             PIC X.
               02  MeetBuilding       PIC X(4).
               02  FILLER             PIC X.
               02  MeetRoom           PIC X(5).
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  WaitlistFile.
           01  WaitlistRecord.
               COPY WAITCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ScheduleReportFile.
           01  ScheduleReportLine   PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "SCHEDCLS".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  MeetingPatternStatus PIC XX.
       01  AssignmentFileStatus PIC XX.
       01  InstructorFileStatus PIC XX.
       01  WaitlistFileStatus   PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ScheduleTermCode     PIC X(5) VALUE SPACES.
       01  CourseTable.
           02  CourseEntry OCCURS 100 TIMES INDEXED BY CrsIdx.
               03  CTabCourseCode   PIC X(4).
               03  CTabTitle        PIC X(30).
               03  CTabDepartment   PIC X(4).
               03  CTabCapacity     PIC 9(4).
               03  CTabCreditHours  PIC 9V9.
               03  CTabPrereqCode   PIC X(4) OCCURS 2 TIMES.
               03  CTabEnrolled     PIC 9(5).
               03  CTabWaitCount    PIC 9(4).
               03  CTabPrintedFlag  PIC X.
                   88  CTabPrinted  VALUE "Y".
       01  CourseTableCount     PIC 9(4) VALUE ZERO.
       01  CourseFoundFlag      PIC X.
           88  CourseFound      VALUE "Y".
       01  LookupCourseCode     PIC X(4).
       01  MeetingTable.
           02  MeetingEntry OCCURS 300 TIMES
                             INDEXED BY MeetIdx, MeetIdx2.
               03  MTabCourseCode   PIC X(4).
               03  MTabSection      PIC X(2).
               03  MTabOffset       PIC 9.
               03  MTabPeriod       PIC 9.
       01  MeetingTableCount    PIC 9(4) VALUE ZERO.
       01  AssignmentTable.
           02  AssignmentEntry OCCURS 300 TIMES
                                INDEXED BY AsgnIdx.
               03  ATabCourseCode   PIC X(4).
               03  ATabSection      PIC X(2).
               03  ATabInstrId      PIC 9(5).
               03  ATabSeatCapacity PIC 9(4).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  SectionCountTable.
           02  SectionCountEntry OCCURS 300 TIMES
                                  INDEXED BY SCntIdx.
               03  SCntCourseCode   PIC X(4).
               03  SCntSection      PIC X(2).
               03  SCntHeadcount    PIC 9(5).
               03  SCntWaitCount    PIC 9(4).
       01  SectionCountCount    PIC 9(4) VALUE ZERO.
       01  SectionCountFound    PIC X.
           88  SectionCountEntryFound VALUE "Y".
       01  CountCourseCode      PIC X(4).
       01  CountSection         PIC X(2).
       01  StudentCourseIdx     PIC 9.
       01  StudentCourseLimit   PIC 9.
       01  CurrentDepartment    PIC X(4).
       01  LowestDepartment     PIC X(4).
       01  LowestCourseCode     PIC X(4).
       01  NextCourseIdx        PIC 9(4).
       01  PrintLoopCount       PIC 9(4).
       01  SeatsRemaining       PIC S9(5).
       01  SectionSeatCapacity  PIC 9(4).
       01  SectionInstructor    PIC X(30).
       01  FirstSectionFlag     PIC X.
           88  FirstSectionMeeting VALUE "Y".
       01  MeetingTextPtr       PIC 99.
       01  ScheduleTotals.
           02  CoursesListed    PIC 9(4) VALUE ZERO.
           02  SectionsListed   PIC 9(4) VALUE ZERO.
       01  ScheduleHeadingLine  PIC X(40)
           VALUE "  Schedule of Classes".
       01  ScheduleTermLine.
           02  FILLER           PIC X(6)  VALUE "Term  ".
           02  PrnScheduleTerm  PIC X(5).
       01  DepartmentLine.
           02  FILLER           PIC X(12) VALUE "Department  ".
           02  PrnDepartment    PIC X(4).
       01  CourseLine.
           02  PrnCourseCode    PIC X(4).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCourseTitle   PIC X(30).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCreditHours   PIC 9.9.
           02  FILLER           PIC X(5)  VALUE " cr  ".
           02  FILLER           PIC X(12) VALUE "Seats left  ".
           02  PrnSeatsLeft     PIC Z,ZZ9.
           02  FILLER           PIC X(12) VALUE "  Waitlist  ".
           02  PrnWaitCount     PIC Z,ZZ9.
       01  PrereqLine.
           02  FILLER           PIC X(16) VALUE "      Prereq -  ".
           02  PrnPrereq1       PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnPrereq2       PIC X(4).
       01  SectionLine.
           02  FILLER           PIC X(10) VALUE "      Sec ".
           02  PrnSection       PIC X(2).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnMeetingText   PIC X(24).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnInstructor    PIC X(24).
           02  FILLER           PIC X(7)  VALUE " Seats ".
           02  PrnSectionSeats  PIC Z,ZZ9.
       01  NoMeetingLine        PIC X(40)
           VALUE "      Meeting times to be announced".
       01  CoursesListedLine.
           02  FILLER           PIC X(21) VALUE
               "Courses listed     = ".
           02  PrnCoursesListed PIC ZZZ,ZZ9.
       01  SectionsListedLine.
           02  FILLER           PIC X(21) VALUE
               "Sections listed    = ".
           02  PrnSectionsListed PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindScheduleTerm
           PERFORM LoadCourseTable
           PERFORM LoadMeetingTable
           PERFORM LoadInstructorTable
           PERFORM LoadAssignmentTable
           PERFORM CountEnrollments
           PERFORM CountWaitlist
           OPEN OUTPUT ScheduleReportFile
           WRITE ScheduleReportLine FROM ScheduleHeadingLine
                  AFTER ADVANCING PAGE
           MOVE ScheduleTermCode TO PrnScheduleTerm
           WRITE ScheduleReportLine FROM ScheduleTermLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO CurrentDepartment
           PERFORM VARYING PrintLoopCount FROM 1 BY 1
                   UNTIL PrintLoopCount > CourseTableCount
              PERFORM FindNextCourse
              SET CrsIdx TO NextCourseIdx
              MOVE "Y" TO CTabPrintedFlag(CrsIdx)
              IF CTabDepartment(CrsIdx) NOT = CurrentDepartment
                 OR PrintLoopCount = 1
                 MOVE CTabDepartment(CrsIdx) TO CurrentDepartment
                 MOVE CurrentDepartment TO PrnDepartment
                 WRITE ScheduleReportLine FROM DepartmentLine
                        AFTER ADVANCING 2 LINES
              END-IF
              PERFORM PrintOneCourse
           END-PERFORM
           MOVE CoursesListed TO PrnCoursesListed
           WRITE ScheduleReportLine FROM CoursesListedLine
                  AFTER ADVANCING 2 LINES
           MOVE SectionsListed TO PrnSectionsListed
           WRITE ScheduleReportLine FROM SectionsListedLine
                  AFTER ADVANCING 1 LINES
           CLOSE ScheduleReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindScheduleTerm.
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
                       MOVE TermCode TO ScheduleTermCode
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       LoadCourseTable.
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
              IF CatCourseActive
                 IF CourseTableCount < 100
                    ADD 1 TO CourseTableCount
                    SET CrsIdx TO CourseTableCount
                    MOVE CatCourseCode  TO CTabCourseCode(CrsIdx)
                    MOVE CatCourseTitle TO CTabTitle(CrsIdx)
                    MOVE CatDepartment  TO CTabDepartment(CrsIdx)
                    MOVE CatCapacity    TO CTabCapacity(CrsIdx)
                    IF CatCreditHours NUMERIC
                       MOVE CatCreditHours TO CTabCreditHours(CrsIdx)
                    ELSE
                       MOVE ZERO TO CTabCreditHours(CrsIdx)
                    END-IF
                    MOVE CatPrereqCode(1)
                                 TO CTabPrereqCode(CrsIdx, 1)
                    MOVE CatPrereqCode(2)
                                 TO CTabPrereqCode(CrsIdx, 2)
                    MOVE ZERO TO CTabEnrolled(CrsIdx)
                    MOVE ZERO TO CTabWaitCount(CrsIdx)
                    MOVE "N" TO CTabPrintedFlag(CrsIdx)
                 ELSE
                    MOVE "COURSECAT.DA" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
              END-IF
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseCatalogFile.
       LoadMeetingTable.
           OPEN INPUT MeetingPatternFile
           IF MeetingPatternStatus = "00"
              READ MeetingPatternFile
                AT END SET EndOfMeetingPattern TO TRUE
              END-READ
              PERFORM UNTIL EndOfMeetingPattern
                 IF MeetingTableCount < 300
                    ADD 1 TO MeetingTableCount
                    SET MeetIdx TO MeetingTableCount
                    MOVE MeetCourseCode    TO MTabCourseCode(MeetIdx)
                    MOVE MeetSection       TO MTabSection(MeetIdx)
                    MOVE MeetWeekdayOffset TO MTabOffset(MeetIdx)
                    MOVE MeetPeriod        TO MTabPeriod(MeetIdx)
                 ELSE
                    MOVE "CRSMEET.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ MeetingPatternFile
                   AT END SET EndOfMeetingPattern TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MeetingPatternFile
           END-IF.
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
                 END-IF
                 READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE InstructorFile
           END-IF.
       LoadAssignmentTable.
           OPEN INPUT AssignmentFile
           IF AssignmentFileStatus = "00"
              READ AssignmentFile
                AT END SET EndOfAssignFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAssignFile
                 IF AsgnTermCode = ScheduleTermCode
                    AND AssignmentTableCount < 300
                    ADD 1 TO AssignmentTableCount
                    SET AsgnIdx TO AssignmentTableCount
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnSection    TO ATabSection(AsgnIdx)
                    MOVE AsgnInstrId    TO ATabInstrId(AsgnIdx)
                    IF AsgnSeatCapacity NUMERIC
                       MOVE AsgnSeatCapacity
                                 TO ATabSeatCapacity(AsgnIdx)
                    ELSE
                       MOVE ZERO TO ATabSeatCapacity(AsgnIdx)
                    END-IF
                 END-IF
                 READ AssignmentFile
                   AT END SET EndOfAssignFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AssignmentFile
           END-IF.
       CountEnrollments.
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
                 MOVE CourseCode TO CountCourseCode
                 MOVE CourseSection TO CountSection
                 PERFORM CountOneSeat
                 MOVE OtherCourseCount TO StudentCourseLimit
                 IF StudentCourseLimit > 4
                    MOVE 4 TO StudentCourseLimit
                 END-IF
                 PERFORM VARYING StudentCourseIdx FROM 1 BY 1
                         UNTIL StudentCourseIdx > StudentCourseLimit
                    MOVE OtherCourseCode(StudentCourseIdx)
                                   TO CountCourseCode
                    MOVE OtherCourseSection(StudentCourseIdx)
                                   TO CountSection
                    PERFORM CountOneSeat
                 END-PERFORM
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       CountOneSeat.
           MOVE CountCourseCode TO LookupCourseCode
           PERFORM LookupCourse
           IF CourseFound
              ADD 1 TO CTabEnrolled(CrsIdx)
              PERFORM FindSectionCount
              IF SectionCountEntryFound
                 ADD 1 TO SCntHeadcount(SCntIdx)
              END-IF
           END-IF.
       CountWaitlist.
           OPEN INPUT WaitlistFile
           IF WaitlistFileStatus = "00"
              READ WaitlistFile
                AT END SET EndOfWaitlistFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfWaitlistFile
                 MOVE WaitCourseCode TO LookupCourseCode
                 PERFORM LookupCourse
                 IF CourseFound
                    ADD 1 TO CTabWaitCount(CrsIdx)
                    MOVE WaitCourseCode TO CountCourseCode
                    MOVE WaitSection TO CountSection
                    PERFORM FindSectionCount
                    IF SectionCountEntryFound
                       ADD 1 TO SCntWaitCount(SCntIdx)
                    END-IF
                 END-IF
                 READ WaitlistFile
                   AT END SET EndOfWaitlistFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE WaitlistFile
           END-IF.
       LookupCourse.
           MOVE "N" TO CourseFoundFlag
           SET CrsIdx TO 1
           PERFORM UNTIL CrsIdx > CourseTableCount
              OR CourseFound
              IF CTabCourseCode(CrsIdx) = LookupCourseCode
                 MOVE "Y" TO CourseFoundFlag
              ELSE
                 SET CrsIdx UP BY 1
              END-IF
           END-PERFORM.
       FindSectionCount.
           MOVE "N" TO SectionCountFound
           SET SCntIdx TO 1
           PERFORM UNTIL SCntIdx > SectionCountCount
              OR SectionCountEntryFound
              IF SCntCourseCode(SCntIdx) = CountCourseCode
                 AND SCntSection(SCntIdx) = CountSection
                 MOVE "Y" TO SectionCountFound
              ELSE
                 SET SCntIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT SectionCountEntryFound
              AND SectionCountCount < 300
              ADD 1 TO SectionCountCount
              SET SCntIdx TO SectionCountCount
              MOVE CountCourseCode TO SCntCourseCode(SCntIdx)
              MOVE CountSection    TO SCntSection(SCntIdx)
              MOVE ZERO TO SCntHeadcount(SCntIdx)
              MOVE ZERO TO SCntWaitCount(SCntIdx)
              MOVE "Y" TO SectionCountFound
           END-IF.
       FindNextCourse.
           MOVE ZERO TO NextCourseIdx
           MOVE HIGH-VALUES TO LowestDepartment
           MOVE HIGH-VALUES TO LowestCourseCode
           PERFORM VARYING CrsIdx FROM 1 BY 1
                   UNTIL CrsIdx > CourseTableCount
              IF NOT CTabPrinted(CrsIdx)
                 AND (CTabDepartment(CrsIdx) < LowestDepartment
                      OR (CTabDepartment(CrsIdx) = LowestDepartment
                          AND CTabCourseCode(CrsIdx)
                              < LowestCourseCode))
                 SET NextCourseIdx TO CrsIdx
                 MOVE CTabDepartment(CrsIdx) TO LowestDepartment
                 MOVE CTabCourseCode(CrsIdx) TO LowestCourseCode
              END-IF
           END-PERFORM.
       PrintOneCourse.
           ADD 1 TO CoursesListed
           MOVE CTabCourseCode(CrsIdx)  TO PrnCourseCode
           MOVE CTabTitle(CrsIdx)       TO PrnCourseTitle
           MOVE CTabCreditHours(CrsIdx) TO PrnCreditHours
           COMPUTE SeatsRemaining = CTabCapacity(CrsIdx)
                                  - CTabEnrolled(CrsIdx)
           IF SeatsRemaining < ZERO
              MOVE ZERO TO SeatsRemaining
           END-IF
           MOVE SeatsRemaining TO PrnSeatsLeft
           MOVE CTabWaitCount(CrsIdx) TO PrnWaitCount
           WRITE ScheduleReportLine FROM CourseLine
                  AFTER ADVANCING 2 LINES
           IF CTabPrereqCode(CrsIdx, 1) NOT = SPACES
              OR CTabPrereqCode(CrsIdx, 2) NOT = SPACES
              MOVE CTabPrereqCode(CrsIdx, 1) TO PrnPrereq1
              MOVE CTabPrereqCode(CrsIdx, 2) TO PrnPrereq2
              WRITE ScheduleReportLine FROM PrereqLine
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE "N" TO FirstSectionFlag
           PERFORM VARYING MeetIdx FROM 1 BY 1
                   UNTIL MeetIdx > MeetingTableCount
              IF MTabCourseCode(MeetIdx) = CTabCourseCode(CrsIdx)
                 PERFORM PrintSectionIfFirst
              END-IF
           END-PERFORM
           IF NOT FirstSectionMeeting
              WRITE ScheduleReportLine FROM NoMeetingLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       PrintSectionIfFirst.
           SET MeetIdx2 TO 1
           PERFORM UNTIL MeetIdx2 >= MeetIdx
              OR (MTabCourseCode(MeetIdx2) = MTabCourseCode(MeetIdx)
                  AND MTabSection(MeetIdx2) = MTabSection(MeetIdx))
              SET MeetIdx2 UP BY 1
           END-PERFORM
           IF MeetIdx2 = MeetIdx
              MOVE "Y" TO FirstSectionFlag
              ADD 1 TO SectionsListed
              MOVE SPACES TO PrnMeetingText
              MOVE 1 TO MeetingTextPtr
              PERFORM VARYING MeetIdx2 FROM MeetIdx BY 1
                      UNTIL MeetIdx2 > MeetingTableCount
                 IF MTabCourseCode(MeetIdx2) = MTabCourseCode(MeetIdx)
                    AND MTabSection(MeetIdx2) = MTabSection(MeetIdx)
                    AND MeetingTextPtr < 22
                    STRING "D" MTabOffset(MeetIdx2)
                           "/P" MTabPeriod(MeetIdx2) " "
                           DELIMITED BY SIZE
                      INTO PrnMeetingText
                      WITH POINTER MeetingTextPtr
                    END-STRING
                 END-IF
              END-PERFORM
              PERFORM FindSectionInstructor
              MOVE MTabSection(MeetIdx) TO PrnSection
              MOVE SectionInstructor TO PrnInstructor
              MOVE CTabCourseCode(CrsIdx) TO CountCourseCode
              MOVE MTabSection(MeetIdx) TO CountSection
              PERFORM FindSectionCount
              IF SectionSeatCapacity > ZERO
                 COMPUTE SeatsRemaining = SectionSeatCapacity
                                        - SCntHeadcount(SCntIdx)
                 IF SeatsRemaining < ZERO
                    MOVE ZERO TO SeatsRemaining
                 END-IF
              ELSE
                 COMPUTE SeatsRemaining = CTabCapacity(CrsIdx)
                                        - CTabEnrolled(CrsIdx)
                 IF SeatsRemaining < ZERO
                    MOVE ZERO TO SeatsRemaining
                 END-IF
              END-IF
              MOVE SeatsRemaining TO PrnSectionSeats
              WRITE ScheduleReportLine FROM SectionLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       FindSectionInstructor.
           MOVE "Staff" TO SectionInstructor
           MOVE ZERO TO SectionSeatCapacity
           PERFORM VARYING AsgnIdx FROM 1 BY 1
                   UNTIL AsgnIdx > AssignmentTableCount
              IF ATabCourseCode(AsgnIdx) = MTabCourseCode(MeetIdx)
                 AND (ATabSection(AsgnIdx) = MTabSection(MeetIdx)
                      OR SectionInstructor = "Staff")
                 IF ATabSection(AsgnIdx) = MTabSection(MeetIdx)
                    MOVE ATabSeatCapacity(AsgnIdx)
                                    TO SectionSeatCapacity
                 END-IF
                 PERFORM VARYING InstIdx FROM 1 BY 1
                         UNTIL InstIdx > InstructorTableCount
                    IF ITabInstrId(InstIdx) = ATabInstrId(AsgnIdx)
                       MOVE ITabName(InstIdx) TO SectionInstructor
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       END PROGRAM SCHEDCLS.
