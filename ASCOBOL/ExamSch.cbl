       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT MeetingPatternFile ASSIGN TO "CRSMEET.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS MeetingPatternStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId
                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT ExamTimetableFile ASSIGN TO "EXAMTT.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExamExtractFile ASSIGN TO "EXAMSTU.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExamExceptionFile ASSIGN TO "EXAMEXC.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate   PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
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
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ExamTimetableFile.
           01  ExamTimetableLine    PIC X(80).
       FD  ExamExtractFile.
           01  ExamExtractRecord.
               02  ExtStudentId     PIC 9(7).
               02  FILLER           PIC X.
               02  ExtCourseCode    PIC X(4).
               02  FILLER           PIC X.
               02  ExtExamDate      PIC 9(8).
               02  FILLER           PIC X.
               02  ExtExamPeriod    PIC 9.
       FD  ExamExceptionFile.
           01  ExamExceptionLine    PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "EXAMSCH".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  MeetingPatternStatus PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ExamTermCode         PIC X(5) VALUE SPACES.
       01  ExamStartDate        PIC 9(8) VALUE ZERO.
       01  ExamDays             PIC 9 VALUE ZERO.
       01  ExamSlotsPerDay      PIC 9 VALUE ZERO.
       01  ExamSlotCount        PIC 99 VALUE ZERO.
       01  ExamStartInteger     PIC S9(9) COMP.
       01  ExamDateInteger      PIC S9(9) COMP.
       01  ExamCourseTable.
           02  ExamCourseEntry OCCURS 100 TIMES.
               03  ECrsCourseCode   PIC X(4).
               03  ECrsTitle        PIC X(30).
               03  ECrsHeadcount    PIC 9(5).
               03  ECrsSlot         PIC 99.
               03  ECrsStatus       PIC X.
                   88  ECrsUnassigned VALUE "U".
                   88  ECrsAssigned   VALUE "A".
                   88  ECrsPrinted    VALUE "P".
       01  ExamCourseCount      PIC 9(3) VALUE ZERO.
       01  SharedTable.
           02  SharedRow OCCURS 100 TIMES.
               03  SharedCount      PIC 9(4) OCCURS 100 TIMES.
       01  SlotTable.
           02  SlotEntry OCCURS 81 TIMES.
               03  SlotDate         PIC 9(8).
               03  SlotDayNumber    PIC 9.
               03  SlotPeriod       PIC 9.
               03  SlotConflict     PIC 9(6).
       01  DayConflictTable.
           02  DayConflict          PIC 9(6) OCCURS 9 TIMES.
       01  CrsNum               PIC 9(3).
       01  CrsNum2              PIC 9(3).
       01  SlotNum              PIC 99.
       01  DayNum               PIC 9.
       01  BestCrsNum           PIC 9(3).
       01  BestHeadcount        PIC 9(5).
       01  BestSlotNum          PIC 99.
       01  BestSlotScore        PIC 9(9).
       01  SlotScore            PIC 9(9).
       01  LowestCourseCode     PIC X(4).
       01  LookupCourseCode     PIC X(4).
       01  StudentCourseIdx     PIC 9.
       01  StudentCourseLimit   PIC 9.
       01  StudentExamTable.
           02  StuExamCrsNum        PIC 9(3) OCCURS 5 TIMES.
       01  StuExamCount         PIC 9.
       01  StuExamIdx           PIC 9.
       01  StuExamIdx2          PIC 9.
       01  StuDayExamCount      PIC 9.
       01  StudentExceptionFlag PIC X.
           88  StudentHasException VALUE "Y".
       01  ExamTotals.
           02  StudentsScheduled PIC 9(6) VALUE ZERO.
           02  ExamsExtracted   PIC 9(6) VALUE ZERO.
           02  SameSlotCount    PIC 9(6) VALUE ZERO.
           02  HeavyDayCount    PIC 9(6) VALUE ZERO.
           02  ExceptionStudents PIC 9(6) VALUE ZERO.
       01  TimetableHeadingLine PIC X(40)
           VALUE "  Final Examination Timetable".
       01  TimetableTermLine.
           02  FILLER           PIC X(6)  VALUE "Term  ".
           02  PrnExamTerm      PIC X(5).
       01  TimetableColumnLine.
           02  FILLER           PIC X(40) VALUE
               "Course  Title                           ".
           02  FILLER           PIC X(26) VALUE
               "Date        Slot  Students".
       01  TimetableDetailLine.
           02  PrnTtCourseCode  PIC X(4).
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnTtTitle       PIC X(30).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnTtDate        PIC 9(8).
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnTtPeriod      PIC 9.
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnTtHeadcount   PIC ZZ,ZZ9.
       01  TimetableCountLine.
           02  FILLER           PIC X(21) VALUE
               "Courses scheduled  = ".
           02  PrnCoursesScheduled PIC ZZZ,ZZ9.
       01  ExceptionHeadingLine PIC X(40)
           VALUE "  Final Examination Exceptions".
       01  SameSlotLine.
           02  FILLER           PIC X(11) VALUE "Two exams -".
           02  PrnSlotStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnSlotCourse1   PIC X(4).
           02  FILLER           PIC X(3)  VALUE " / ".
           02  PrnSlotCourse2   PIC X(4).
           02  FILLER           PIC X(4)  VALUE "  on".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnSlotDate      PIC 9(8).
           02  FILLER           PIC X(6)  VALUE " slot ".
           02  PrnSlotPeriod    PIC 9.
       01  HeavyDayLine.
           02  FILLER           PIC X(11) VALUE "Heavy day -".
           02  PrnDayStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnDayExamCount  PIC 9.
           02  FILLER           PIC X(10) VALUE " exams on ".
           02  PrnDayDate       PIC 9(8).
       01  StudentsScheduledLine.
           02  FILLER           PIC X(21) VALUE
               "Students scheduled = ".
           02  PrnStudentsScheduled PIC ZZZ,ZZ9.
       01  SameSlotCountLine.
           02  FILLER           PIC X(21) VALUE
               "Two in one slot    = ".
           02  PrnSameSlotCount PIC ZZZ,ZZ9.
       01  HeavyDayCountLine.
           02  FILLER           PIC X(21) VALUE
               "Three in one day   = ".
           02  PrnHeavyDayCount PIC ZZZ,ZZ9.
       01  ExceptionStudentLine.
           02  FILLER           PIC X(21) VALUE
               "Students affected  = ".
           02  PrnExceptionStudents PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindExamTerm
           IF ExamStartDate = ZERO
              OR ExamDays = ZERO
              OR ExamSlotsPerDay = ZERO
              DISPLAY "Exam week not defined on TERMMST.DAT"
                      " - ending run."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BuildSlotTable
           PERFORM LoadExamCourses
           PERFORM LoadCourseTitles
           PERFORM CountSharedStudents
           PERFORM VARYING CrsNum2 FROM 1 BY 1
                   UNTIL CrsNum2 > ExamCourseCount
              PERFORM PickNextCourse
              PERFORM PickCourseSlot
           END-PERFORM
           PERFORM PrintTimetable
           PERFORM WriteStudentSchedules
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindExamTerm.
           OPEN INPUT TermControlFile
           IF TermControlStatus NOT = "00"
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE TermControlStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ TermControlFile
             AT END MOVE ZERO TO CtlTermStartDate
           END-READ
           CLOSE TermControlFile
           OPEN INPUT TermMasterFile
           IF TermMasterStatus NOT = "00"
              MOVE "TERMMST.DAT" TO ErrorFileName
              MOVE TermMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ TermMasterFile
             AT END SET EndOfTermFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermFile
              IF TermStartDate = CtlTermStartDate
                 MOVE TermCode TO ExamTermCode
                 IF TermExamStartDate NUMERIC
                    MOVE TermExamStartDate TO ExamStartDate
                 END-IF
                 IF TermExamDays NUMERIC
                    MOVE TermExamDays TO ExamDays
                 END-IF
                 IF TermExamSlotsPerDay NUMERIC
                    MOVE TermExamSlotsPerDay TO ExamSlotsPerDay
                 END-IF
              END-IF
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TermMasterFile.
       BuildSlotTable.
           COMPUTE ExamSlotCount = ExamDays * ExamSlotsPerDay
           COMPUTE ExamStartInteger =
                   FUNCTION INTEGER-OF-DATE(ExamStartDate)
           PERFORM VARYING SlotNum FROM 1 BY 1
                   UNTIL SlotNum > ExamSlotCount
              COMPUTE DayNum = (SlotNum - 1) / ExamSlotsPerDay
              COMPUTE SlotPeriod(SlotNum) =
                      SlotNum - (DayNum * ExamSlotsPerDay)
              COMPUTE ExamDateInteger = ExamStartInteger + DayNum
              COMPUTE SlotDate(SlotNum) =
                      FUNCTION DATE-OF-INTEGER(ExamDateInteger)
              ADD 1 TO DayNum
              MOVE DayNum TO SlotDayNumber(SlotNum)
           END-PERFORM.
       LoadExamCourses.
           OPEN INPUT MeetingPatternFile
           IF MeetingPatternStatus NOT = "00"
              MOVE "CRSMEET.DAT" TO ErrorFileName
              MOVE MeetingPatternStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ MeetingPatternFile
             AT END SET EndOfMeetingPattern TO TRUE
           END-READ
           PERFORM UNTIL EndOfMeetingPattern
              MOVE MeetCourseCode TO LookupCourseCode
              PERFORM FindExamCourse
              IF CrsNum > ExamCourseCount
                 IF ExamCourseCount < 100
                    ADD 1 TO ExamCourseCount
                    MOVE ExamCourseCount TO CrsNum
                    MOVE MeetCourseCode TO ECrsCourseCode(CrsNum)
                    MOVE SPACES TO ECrsTitle(CrsNum)
                    MOVE ZERO TO ECrsHeadcount(CrsNum)
                    MOVE ZERO TO ECrsSlot(CrsNum)
                    MOVE "U" TO ECrsStatus(CrsNum)
                 ELSE
                    MOVE "CRSMEET.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
              END-IF
              READ MeetingPatternFile
                AT END SET EndOfMeetingPattern TO TRUE
              END-READ
           END-PERFORM
           CLOSE MeetingPatternFile
           INITIALIZE SharedTable.
       FindExamCourse.
           MOVE 1 TO CrsNum
           PERFORM UNTIL CrsNum > ExamCourseCount
              OR ECrsCourseCode(CrsNum) = LookupCourseCode
              ADD 1 TO CrsNum
           END-PERFORM.
       LoadCourseTitles.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus = "00"
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfCatalogFile
                 MOVE CatCourseCode TO LookupCourseCode
                 PERFORM FindExamCourse
                 IF CrsNum NOT > ExamCourseCount
                    MOVE CatCourseTitle TO ECrsTitle(CrsNum)
                 END-IF
                 READ CourseCatalogFile
                   AT END SET EndOfCatalogFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CourseCatalogFile
           END-IF.
       CountSharedStudents.
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
                 PERFORM CollectStudentExams
                 PERFORM VARYING StuExamIdx FROM 1 BY 1
                         UNTIL StuExamIdx > StuExamCount
                    MOVE StuExamCrsNum(StuExamIdx) TO CrsNum
                    ADD 1 TO ECrsHeadcount(CrsNum)
                    PERFORM VARYING StuExamIdx2 FROM 1 BY 1
                            UNTIL StuExamIdx2 > StuExamCount
                       IF StuExamIdx2 NOT = StuExamIdx
                          MOVE StuExamCrsNum(StuExamIdx2) TO CrsNum2
                          ADD 1 TO SharedCount(CrsNum, CrsNum2)
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       CollectStudentExams.
           MOVE ZERO TO StuExamCount
           MOVE CourseCode TO LookupCourseCode
           PERFORM AddStudentExam
           MOVE OtherCourseCount TO StudentCourseLimit
           IF StudentCourseLimit > 4
              MOVE 4 TO StudentCourseLimit
           END-IF
           PERFORM VARYING StudentCourseIdx FROM 1 BY 1
                   UNTIL StudentCourseIdx > StudentCourseLimit
              MOVE OtherCourseCode(StudentCourseIdx)
                             TO LookupCourseCode
              PERFORM AddStudentExam
           END-PERFORM.
       AddStudentExam.
           PERFORM FindExamCourse
           IF CrsNum NOT > ExamCourseCount
              MOVE 1 TO StuExamIdx2
              PERFORM UNTIL StuExamIdx2 > StuExamCount
                 OR StuExamCrsNum(StuExamIdx2) = CrsNum
                 ADD 1 TO StuExamIdx2
              END-PERFORM
              IF StuExamIdx2 > StuExamCount
                 ADD 1 TO StuExamCount
                 MOVE CrsNum TO StuExamCrsNum(StuExamCount)
              END-IF
           END-IF.
       PickNextCourse.
           MOVE ZERO TO BestCrsNum
           MOVE ZERO TO BestHeadcount
           PERFORM VARYING CrsNum FROM 1 BY 1
                   UNTIL CrsNum > ExamCourseCount
              IF ECrsUnassigned(CrsNum)
                 AND (BestCrsNum = ZERO
                      OR ECrsHeadcount(CrsNum) > BestHeadcount)
                 MOVE CrsNum TO BestCrsNum
                 MOVE ECrsHeadcount(CrsNum) TO BestHeadcount
              END-IF
           END-PERFORM.
       PickCourseSlot.
           PERFORM VARYING SlotNum FROM 1 BY 1
                   UNTIL SlotNum > ExamSlotCount
              MOVE ZERO TO SlotConflict(SlotNum)
           END-PERFORM
           INITIALIZE DayConflictTable
           PERFORM VARYING CrsNum FROM 1 BY 1
                   UNTIL CrsNum > ExamCourseCount
              IF ECrsAssigned(CrsNum)
                 MOVE ECrsSlot(CrsNum) TO SlotNum
                 ADD SharedCount(BestCrsNum, CrsNum)
                                   TO SlotConflict(SlotNum)
                 MOVE SlotDayNumber(SlotNum) TO DayNum
                 ADD SharedCount(BestCrsNum, CrsNum)
                                   TO DayConflict(DayNum)
              END-IF
           END-PERFORM
           MOVE 1 TO BestSlotNum
           MOVE 999999999 TO BestSlotScore
           PERFORM VARYING SlotNum FROM 1 BY 1
                   UNTIL SlotNum > ExamSlotCount
              MOVE SlotDayNumber(SlotNum) TO DayNum
              COMPUTE SlotScore = (SlotConflict(SlotNum) * 1000)
                                + DayConflict(DayNum)
              IF SlotScore < BestSlotScore
                 MOVE SlotNum TO BestSlotNum
                 MOVE SlotScore TO BestSlotScore
              END-IF
           END-PERFORM
           MOVE BestSlotNum TO ECrsSlot(BestCrsNum)
           MOVE "A" TO ECrsStatus(BestCrsNum).
       PrintTimetable.
           OPEN OUTPUT ExamTimetableFile
           WRITE ExamTimetableLine FROM TimetableHeadingLine
                  AFTER ADVANCING PAGE
           MOVE ExamTermCode TO PrnExamTerm
           WRITE ExamTimetableLine FROM TimetableTermLine
                  AFTER ADVANCING 1 LINES
           WRITE ExamTimetableLine FROM TimetableColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING CrsNum2 FROM 1 BY 1
                   UNTIL CrsNum2 > ExamCourseCount
              MOVE ZERO TO BestCrsNum
              MOVE HIGH-VALUES TO LowestCourseCode
              PERFORM VARYING CrsNum FROM 1 BY 1
                      UNTIL CrsNum > ExamCourseCount
                 IF ECrsAssigned(CrsNum)
                    AND ECrsCourseCode(CrsNum) < LowestCourseCode
                    MOVE CrsNum TO BestCrsNum
                    MOVE ECrsCourseCode(CrsNum) TO LowestCourseCode
                 END-IF
              END-PERFORM
              MOVE BestCrsNum TO CrsNum
              MOVE ECrsSlot(CrsNum) TO SlotNum
              MOVE ECrsCourseCode(CrsNum) TO PrnTtCourseCode
              MOVE ECrsTitle(CrsNum)      TO PrnTtTitle
              MOVE SlotDate(SlotNum)      TO PrnTtDate
              MOVE SlotPeriod(SlotNum)    TO PrnTtPeriod
              MOVE ECrsHeadcount(CrsNum)  TO PrnTtHeadcount
              WRITE ExamTimetableLine FROM TimetableDetailLine
                     AFTER ADVANCING 1 LINES
              MOVE "P" TO ECrsStatus(CrsNum)
           END-PERFORM
           MOVE ExamCourseCount TO PrnCoursesScheduled
           WRITE ExamTimetableLine FROM TimetableCountLine
                  AFTER ADVANCING 2 LINES
           CLOSE ExamTimetableFile.
       WriteStudentSchedules.
           OPEN OUTPUT ExamExtractFile
           OPEN OUTPUT ExamExceptionFile
           WRITE ExamExceptionLine FROM ExceptionHeadingLine
                  AFTER ADVANCING PAGE
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
                 PERFORM CollectStudentExams
                 IF StuExamCount > ZERO
                    ADD 1 TO StudentsScheduled
                    PERFORM WriteOneStudentSchedule
                 END-IF
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile
           MOVE StudentsScheduled TO PrnStudentsScheduled
           WRITE ExamExceptionLine FROM StudentsScheduledLine
                  AFTER ADVANCING 2 LINES
           MOVE SameSlotCount TO PrnSameSlotCount
           WRITE ExamExceptionLine FROM SameSlotCountLine
                  AFTER ADVANCING 1 LINES
           MOVE HeavyDayCount TO PrnHeavyDayCount
           WRITE ExamExceptionLine FROM HeavyDayCountLine
                  AFTER ADVANCING 1 LINES
           MOVE ExceptionStudents TO PrnExceptionStudents
           WRITE ExamExceptionLine FROM ExceptionStudentLine
                  AFTER ADVANCING 1 LINES
           CLOSE ExamExtractFile, ExamExceptionFile.
       WriteOneStudentSchedule.
           MOVE "N" TO StudentExceptionFlag
           PERFORM VARYING StuExamIdx FROM 1 BY 1
                   UNTIL StuExamIdx > StuExamCount
              MOVE StuExamCrsNum(StuExamIdx) TO CrsNum
              MOVE ECrsSlot(CrsNum) TO SlotNum
              MOVE SPACES TO ExamExtractRecord
              MOVE StudentId TO ExtStudentId
              MOVE ECrsCourseCode(CrsNum) TO ExtCourseCode
              MOVE SlotDate(SlotNum) TO ExtExamDate
              MOVE SlotPeriod(SlotNum) TO ExtExamPeriod
              WRITE ExamExtractRecord
              ADD 1 TO ExamsExtracted
              PERFORM CheckSameSlot
           END-PERFORM
           INITIALIZE DayConflictTable
           PERFORM VARYING StuExamIdx FROM 1 BY 1
                   UNTIL StuExamIdx > StuExamCount
              MOVE StuExamCrsNum(StuExamIdx) TO CrsNum
              MOVE ECrsSlot(CrsNum) TO SlotNum
              MOVE SlotDayNumber(SlotNum) TO DayNum
              ADD 1 TO DayConflict(DayNum)
              IF DayConflict(DayNum) = 3
                 MOVE "Y" TO StudentExceptionFlag
                 ADD 1 TO HeavyDayCount
                 MOVE StudentId TO PrnDayStudentId
                 MOVE SlotDate(SlotNum) TO PrnDayDate
                 PERFORM CountStudentDayExams
                 MOVE StuDayExamCount TO PrnDayExamCount
                 WRITE ExamExceptionLine FROM HeavyDayLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM
           IF StudentHasException
              ADD 1 TO ExceptionStudents
           END-IF.
       CheckSameSlot.
           COMPUTE StuExamIdx2 = StuExamIdx + 1
           PERFORM UNTIL StuExamIdx2 > StuExamCount
              MOVE StuExamCrsNum(StuExamIdx2) TO CrsNum2
              IF ECrsSlot(CrsNum2) = SlotNum
                 MOVE "Y" TO StudentExceptionFlag
                 ADD 1 TO SameSlotCount
                 MOVE StudentId TO PrnSlotStudentId
                 MOVE ECrsCourseCode(CrsNum)  TO PrnSlotCourse1
                 MOVE ECrsCourseCode(CrsNum2) TO PrnSlotCourse2
                 MOVE SlotDate(SlotNum)   TO PrnSlotDate
                 MOVE SlotPeriod(SlotNum) TO PrnSlotPeriod
                 WRITE ExamExceptionLine FROM SameSlotLine
                        AFTER ADVANCING 1 LINES
              END-IF
              ADD 1 TO StuExamIdx2
           END-PERFORM.
       CountStudentDayExams.
           MOVE ZERO TO StuDayExamCount
           PERFORM VARYING StuExamIdx2 FROM 1 BY 1
                   UNTIL StuExamIdx2 > StuExamCount
              MOVE StuExamCrsNum(StuExamIdx2) TO CrsNum2
              IF SlotDayNumber(ECrsSlot(CrsNum2)) = DayNum
                 ADD 1 TO StuDayExamCount
              END-IF
           END-PERFORM.
       END PROGRAM EXAMSCH.
