       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSGRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RosterControlFile ASSIGN TO "GRDRCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RosterControlStatus.
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
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT MissingSortFile ASSIGN TO "MISSSRT.TMP".
           SELECT MissingReportFile ASSIGN TO "MISSGRD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RosterControlFile.
           01  RosterControlRecord.
               02  CtlRosterTermCode    PIC X(5).
               02  CtlGradeDeadline     PIC 9(8).
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       SD  MissingSortFile.
           01  MissingSortRecord.
               88  EndOfMissingSort VALUE HIGH-VALUES.
               02  MisDepartment    PIC X(4).
               02  MisInstrName     PIC X(30).
               02  MisInstrId       PIC 9(5).
               02  MisCourseCode    PIC X(4).
               02  MisSection       PIC X(2).
               02  MisSurname       PIC X(25).
               02  MisStudentId     PIC 9(7).
       FD  MissingReportFile.
           01  MissingReportLine    PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "MISSGRD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  RosterControlStatus  PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  InstructorFileStatus PIC XX.
       01  AssignmentFileStatus PIC XX.
       01  MissingRunDate       PIC 9(8).
       01  MissingTermCode      PIC X(5) VALUE SPACES.
       01  GradeDeadline        PIC 9(8) VALUE ZERO.
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
               03  ITabDepartment   PIC X(4).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  AssignmentTable.
           02  AssignmentEntry OCCURS 300 TIMES
                                INDEXED BY AsgnIdx.
               03  ATabCourseCode   PIC X(4).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  SlotIdx              PIC 9.
       01  SlotLimit            PIC 9.
       01  CheckCourseCode      PIC X(4).
       01  CheckSection         PIC X(2).
       01  CheckInstrId         PIC 9(5).
       01  CurrentInstrId       PIC 9(5).
       01  CurrentDepartment    PIC X(4).
       01  InstrMissingCount    PIC 9(6).
       01  FirstSortRecord      PIC X VALUE "Y".
           88  IsFirstSortRecord VALUE "Y".
       01  MissingTotals.
           02  EnrolmentsChecked PIC 9(6) VALUE ZERO.
           02  MissingCount     PIC 9(6) VALUE ZERO.
           02  InstructorCount  PIC 9(6) VALUE ZERO.
       01  MissingHeadingLine.
           02  FILLER           PIC X(32)
               VALUE "  Missing Grade Report - Term ".
           02  PrnMisHeadTerm   PIC X(5).
       01  MissingDeadlineLine.
           02  FILLER           PIC X(24)
               VALUE "Grade deadline          ".
           02  PrnMisDeadline   PIC 9(8).
       01  MissingWaitLine.
           02  FILLER           PIC X(40)
               VALUE "Grade deadline not yet passed - no list".
       01  MissingInstrLine.
           02  FILLER           PIC X(5)  VALUE "Dept ".
           02  PrnMisDept       PIC X(4).
           02  FILLER           PIC X(15) VALUE "  Instructor - ".
           02  PrnMisInstrId    PIC 9(5).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnMisInstrName  PIC X(30).
       01  MissingDetailLine.
           02  FILLER           PIC X(10) VALUE "   Course ".
           02  PrnMisCourse     PIC X(4).
           02  FILLER           PIC X(1)  VALUE "-".
           02  PrnMisSection    PIC X(2).
           02  FILLER           PIC X(11) VALUE "  Student  ".
           02  PrnMisStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnMisSurname    PIC X(25).
       01  MissingCountLine.
           02  PrnMisCountText  PIC X(20).
           02  PrnMisCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT MissingRunDate FROM DATE YYYYMMDD
           PERFORM FindMissingTerm
           IF MissingTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT MissingReportFile
           MOVE MissingTermCode TO PrnMisHeadTerm
           WRITE MissingReportLine FROM MissingHeadingLine
                  AFTER ADVANCING PAGE
           MOVE GradeDeadline TO PrnMisDeadline
           WRITE MissingReportLine FROM MissingDeadlineLine
                  AFTER ADVANCING 1 LINES
           IF MissingRunDate <= GradeDeadline
              WRITE MissingReportLine FROM MissingWaitLine
                     AFTER ADVANCING 2 LINES
              CLOSE MissingReportFile
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadInstructorTable
           PERFORM LoadAssignmentTable
           SORT MissingSortFile
              ON ASCENDING KEY MisDepartment
              ON ASCENDING KEY MisInstrName
              ON ASCENDING KEY MisInstrId
              ON ASCENDING KEY MisCourseCode
              ON ASCENDING KEY MisSection
              ON ASCENDING KEY MisSurname
              INPUT PROCEDURE IS FindMissingGrades
              OUTPUT PROCEDURE IS PrintMissingGrades
           PERFORM PrintMissingTotals
           CLOSE MissingReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindMissingTerm.
           MOVE ZERO TO CtlTermStartDate
           OPEN INPUT RosterControlFile
           IF RosterControlStatus = "00"
              READ RosterControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlRosterTermCode TO MissingTermCode
                   IF CtlGradeDeadline NUMERIC
                      MOVE CtlGradeDeadline TO GradeDeadline
                   END-IF
              END-READ
              CLOSE RosterControlFile
           END-IF
           IF MissingTermCode = SPACES
              OPEN INPUT TermControlFile
              IF TermControlStatus = "00"
                 READ TermControlFile
                   AT END MOVE ZERO TO CtlTermStartDate
                 END-READ
                 CLOSE TermControlFile
              END-IF
           END-IF
           OPEN INPUT TermMasterFile
           IF TermMasterStatus = "00"
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfTermFile
                 IF (MissingTermCode = SPACES
                     AND TermStartDate = CtlTermStartDate)
                    OR (MissingTermCode NOT = SPACES
                        AND TermCode = MissingTermCode)
                    MOVE TermCode TO MissingTermCode
                    IF GradeDeadline = ZERO
                       MOVE TermEndDate TO GradeDeadline
                    END-IF
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
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
                    MOVE InstrId TO ITabInstrId(InstIdx)
                    MOVE InstrName TO ITabName(InstIdx)
                    MOVE InstrDepartment TO ITabDepartment(InstIdx)
                 ELSE
                    MOVE "INSTRMST.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
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
                 IF AsgnTermCode = MissingTermCode
                    IF AssignmentTableCount < 300
                       ADD 1 TO AssignmentTableCount
                       SET AsgnIdx TO AssignmentTableCount
                       MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                       MOVE AsgnInstrId TO ATabInstrId(AsgnIdx)
                       MOVE AsgnSection TO ATabSection(AsgnIdx)
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
       FindMissingGrades.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT GradeFile
           IF GradeFileStatus NOT = "00"
              MOVE "GRADES.DAT" TO ErrorFileName
              MOVE GradeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              IF StudentActive AND CourseCode NOT = SPACES
                 MOVE CourseCode TO CheckCourseCode
                 MOVE CourseSection TO CheckSection
                 PERFORM CheckOneEnrolment
                 MOVE OtherCourseCount TO SlotLimit
                 IF SlotLimit > 4
                    MOVE 4 TO SlotLimit
                 END-IF
                 PERFORM VARYING SlotIdx FROM 1 BY 1
                         UNTIL SlotIdx > SlotLimit
                    IF OtherCourseCode(SlotIdx) NOT = SPACES
                       MOVE OtherCourseCode(SlotIdx)
                                       TO CheckCourseCode
                       MOVE OtherCourseSection(SlotIdx)
                                       TO CheckSection
                       PERFORM CheckOneEnrolment
                    END-IF
                 END-PERFORM
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile, GradeFile.
       CheckOneEnrolment.
           ADD 1 TO EnrolmentsChecked
           MOVE StudentId OF StudentDetails TO GradeStudentId
           MOVE CheckCourseCode TO GradeCourseCode
           MOVE MissingTermCode TO GradeTermCode
           READ GradeFile
              INVALID KEY PERFORM ReleaseMissingGrade
           END-READ.
       ReleaseMissingGrade.
           ADD 1 TO MissingCount
           MOVE ZERO TO CheckInstrId
           SET AsgnIdx TO 1
           PERFORM UNTIL AsgnIdx > AssignmentTableCount
              IF ATabCourseCode(AsgnIdx) = CheckCourseCode
                 AND (ATabSection(AsgnIdx) = CheckSection
                      OR CheckInstrId = ZERO)
                 MOVE ATabInstrId(AsgnIdx) TO CheckInstrId
              END-IF
              SET AsgnIdx UP BY 1
           END-PERFORM
           MOVE SPACES TO MissingSortRecord
           MOVE CheckInstrId TO MisInstrId
           MOVE "(no instructor assigned)" TO MisInstrName
           SET InstIdx TO 1
           PERFORM UNTIL InstIdx > InstructorTableCount
              IF ITabInstrId(InstIdx) = CheckInstrId
                 MOVE ITabName(InstIdx) TO MisInstrName
                 MOVE ITabDepartment(InstIdx) TO MisDepartment
                 SET InstIdx TO InstructorTableCount
              END-IF
              SET InstIdx UP BY 1
           END-PERFORM
           MOVE CheckCourseCode TO MisCourseCode
           MOVE CheckSection TO MisSection
           MOVE Surname TO MisSurname
           MOVE StudentId OF StudentDetails TO MisStudentId
           RELEASE MissingSortRecord.
       PrintMissingGrades.
           RETURN MissingSortFile
             AT END SET EndOfMissingSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfMissingSort
              IF IsFirstSortRecord
                 OR MisInstrId NOT = CurrentInstrId
                 OR MisDepartment NOT = CurrentDepartment
                 IF NOT IsFirstSortRecord
                    PERFORM PrintInstructorCount
                 END-IF
                 MOVE "N" TO FirstSortRecord
                 MOVE MisInstrId TO CurrentInstrId
                 MOVE MisDepartment TO CurrentDepartment
                 MOVE ZERO TO InstrMissingCount
                 ADD 1 TO InstructorCount
                 MOVE MisDepartment TO PrnMisDept
                 MOVE MisInstrId TO PrnMisInstrId
                 MOVE MisInstrName TO PrnMisInstrName
                 WRITE MissingReportLine FROM MissingInstrLine
                        AFTER ADVANCING 2 LINES
              END-IF
              ADD 1 TO InstrMissingCount
              MOVE MisCourseCode TO PrnMisCourse
              MOVE MisSection TO PrnMisSection
              MOVE MisStudentId TO PrnMisStudentId
              MOVE MisSurname TO PrnMisSurname
              WRITE MissingReportLine FROM MissingDetailLine
                     AFTER ADVANCING 1 LINES
              RETURN MissingSortFile
                AT END SET EndOfMissingSort TO TRUE
              END-RETURN
           END-PERFORM
           IF NOT IsFirstSortRecord
              PERFORM PrintInstructorCount
           END-IF.
       PrintInstructorCount.
           MOVE "   Grades missing = " TO PrnMisCountText
           MOVE InstrMissingCount TO PrnMisCount
           WRITE MissingReportLine FROM MissingCountLine
                  AFTER ADVANCING 1 LINES.
       PrintMissingTotals.
           MOVE "Enrolments checked= " TO PrnMisCountText
           MOVE EnrolmentsChecked TO PrnMisCount
           WRITE MissingReportLine FROM MissingCountLine
                  AFTER ADVANCING 3 LINES
           MOVE "Grades missing    = " TO PrnMisCountText
           MOVE MissingCount TO PrnMisCount
           WRITE MissingReportLine FROM MissingCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Instructors listed= " TO PrnMisCountText
           MOVE InstructorCount TO PrnMisCount
           WRITE MissingReportLine FROM MissingCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM MISSGRD.
