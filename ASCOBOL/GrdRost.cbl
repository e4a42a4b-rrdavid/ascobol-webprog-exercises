       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDROST.
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
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT RosterSortFile ASSIGN TO "ROSTSRT.TMP".
           SELECT TurnaroundFile ASSIGN TO "GRDTURN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RosterReportFile ASSIGN TO "GRDROST.RPT"
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
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       SD  RosterSortFile.
           01  RosterSortRecord.
               88  EndOfRosterSort  VALUE HIGH-VALUES.
               02  RstCourseCode    PIC X(4).
               02  RstSection       PIC X(2).
               02  RstSurname       PIC X(25).
               02  RstGivenNames    PIC X(15).
               02  RstStudentId     PIC 9(7).
       FD  TurnaroundFile.
           01  TurnaroundRecord.
               COPY TURNCPY.
       FD  RosterReportFile.
           01  RosterReportLine     PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "GRDROST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  RosterControlStatus  PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  InstructorFileStatus PIC XX.
       01  AssignmentFileStatus PIC XX.
       01  RosterTermCode       PIC X(5) VALUE SPACES.
       01  GradeDeadline        PIC 9(8) VALUE ZERO.
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  AssignmentTable.
           02  AssignmentEntry OCCURS 300 TIMES
                                INDEXED BY AsgnIdx.
               03  ATabCourseCode   PIC X(4).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
               03  ATabPrintedFlag  PIC X.
                   88  ATabPrinted  VALUE "Y".
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  SlotIdx              PIC 9.
       01  SlotLimit            PIC 9.
       01  CurrentCourseCode    PIC X(4).
       01  CurrentSection       PIC X(2).
       01  CurrentInstrId       PIC 9(5).
       01  CurrentInstrName     PIC X(30).
       01  RosterStudentCount   PIC 9(4).
       01  FirstSortRecord      PIC X VALUE "Y".
           88  IsFirstSortRecord VALUE "Y".
       01  RosterTotals.
           02  RosterCount      PIC 9(6) VALUE ZERO.
           02  EmptyRosterCount PIC 9(6) VALUE ZERO.
           02  TurnaroundCount  PIC 9(6) VALUE ZERO.
           02  UnassignedCount  PIC 9(6) VALUE ZERO.
       01  RosterHeadingLine.
           02  FILLER           PIC X(22)
               VALUE "  Grade Roster - Term ".
           02  PrnRstTerm       PIC X(5).
           02  FILLER           PIC X(10) VALUE "   Course ".
           02  PrnRstCourse     PIC X(4).
           02  FILLER           PIC X(11) VALUE "   Section ".
           02  PrnRstSection    PIC X(2).
       01  RosterInstrLine.
           02  FILLER           PIC X(13) VALUE "Instructor - ".
           02  PrnRstInstrId    PIC 9(5).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRstInstrName  PIC X(30).
       01  RosterDeadlineLine.
           02  FILLER           PIC X(24)
               VALUE "Grades due by           ".
           02  PrnRstDeadline   PIC 9(8).
       01  RosterColumnLine.
           02  FILLER           PIC X(45)
               VALUE "Student  Name".
           02  FILLER           PIC X(18)
               VALUE " Grade  I-Deadline".
       01  RosterDetailLine.
           02  PrnRstStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRstSurname    PIC X(20).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnRstGivenNames PIC X(15).
           02  FILLER           PIC X(21)
               VALUE "  ____   ________".
       01  RosterEmptyLine      PIC X(30)
           VALUE "No students enrolled".
       01  RosterCountLine.
           02  PrnRstCountText  PIC X(20).
           02  PrnRstCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindRosterTerm
           IF RosterTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM LoadInstructorTable
           PERFORM LoadAssignmentTable
           OPEN OUTPUT TurnaroundFile
           OPEN OUTPUT RosterReportFile
           SORT RosterSortFile
              ON ASCENDING KEY RstCourseCode
              ON ASCENDING KEY RstSection
              ON ASCENDING KEY RstSurname
              ON ASCENDING KEY RstGivenNames
              INPUT PROCEDURE IS SelectEnrolledStudents
              OUTPUT PROCEDURE IS PrintRosters
           PERFORM PrintEmptyRosters
           PERFORM PrintRosterTotals
           CLOSE TurnaroundFile, RosterReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindRosterTerm.
           MOVE ZERO TO CtlTermStartDate
           OPEN INPUT RosterControlFile
           IF RosterControlStatus = "00"
              READ RosterControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlRosterTermCode TO RosterTermCode
                   IF CtlGradeDeadline NUMERIC
                      MOVE CtlGradeDeadline TO GradeDeadline
                   END-IF
              END-READ
              CLOSE RosterControlFile
           END-IF
           IF RosterTermCode = SPACES
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
                 IF (RosterTermCode = SPACES
                     AND TermStartDate = CtlTermStartDate)
                    OR (RosterTermCode NOT = SPACES
                        AND TermCode = RosterTermCode)
                    MOVE TermCode TO RosterTermCode
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
                 IF AsgnTermCode = RosterTermCode
                    IF AssignmentTableCount < 300
                       ADD 1 TO AssignmentTableCount
                       SET AsgnIdx TO AssignmentTableCount
                       MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                       MOVE AsgnInstrId TO ATabInstrId(AsgnIdx)
                       MOVE AsgnSection TO ATabSection(AsgnIdx)
                       MOVE "N" TO ATabPrintedFlag(AsgnIdx)
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
       SelectEnrolledStudents.
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
                 MOVE CourseCode TO RstCourseCode
                 MOVE CourseSection TO RstSection
                 PERFORM ReleaseRosterEntry
                 MOVE OtherCourseCount TO SlotLimit
                 IF SlotLimit > 4
                    MOVE 4 TO SlotLimit
                 END-IF
                 PERFORM VARYING SlotIdx FROM 1 BY 1
                         UNTIL SlotIdx > SlotLimit
                    IF OtherCourseCode(SlotIdx) NOT = SPACES
                       MOVE OtherCourseCode(SlotIdx) TO RstCourseCode
                       MOVE OtherCourseSection(SlotIdx) TO RstSection
                       PERFORM ReleaseRosterEntry
                    END-IF
                 END-PERFORM
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       ReleaseRosterEntry.
           MOVE Surname TO RstSurname
           MOVE GivenNames TO RstGivenNames
           MOVE StudentId OF StudentDetails TO RstStudentId
           RELEASE RosterSortRecord.
       PrintRosters.
           RETURN RosterSortFile
             AT END SET EndOfRosterSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfRosterSort
              IF IsFirstSortRecord
                 OR RstCourseCode NOT = CurrentCourseCode
                 OR RstSection NOT = CurrentSection
                 IF NOT IsFirstSortRecord
                    PERFORM PrintRosterCount
                 END-IF
                 MOVE "N" TO FirstSortRecord
                 MOVE RstCourseCode TO CurrentCourseCode
                 MOVE RstSection TO CurrentSection
                 PERFORM FindRosterInstructor
                 PERFORM PrintRosterHeading
              END-IF
              PERFORM PrintRosterStudent
              RETURN RosterSortFile
                AT END SET EndOfRosterSort TO TRUE
              END-RETURN
           END-PERFORM
           IF NOT IsFirstSortRecord
              PERFORM PrintRosterCount
           END-IF.
       FindRosterInstructor.
           MOVE ZERO TO CurrentInstrId
           SET AsgnIdx TO 1
           PERFORM UNTIL AsgnIdx > AssignmentTableCount
              IF ATabCourseCode(AsgnIdx) = CurrentCourseCode
                 AND (ATabSection(AsgnIdx) = CurrentSection
                      OR CurrentInstrId = ZERO)
                 MOVE ATabInstrId(AsgnIdx) TO CurrentInstrId
                 MOVE "Y" TO ATabPrintedFlag(AsgnIdx)
              END-IF
              SET AsgnIdx UP BY 1
           END-PERFORM
           MOVE "(no instructor assigned)" TO CurrentInstrName
           IF CurrentInstrId = ZERO
              ADD 1 TO UnassignedCount
           ELSE
              PERFORM FindInstructorName
           END-IF.
       FindInstructorName.
           SET InstIdx TO 1
           PERFORM UNTIL InstIdx > InstructorTableCount
              IF ITabInstrId(InstIdx) = CurrentInstrId
                 MOVE ITabName(InstIdx) TO CurrentInstrName
                 SET InstIdx TO InstructorTableCount
              END-IF
              SET InstIdx UP BY 1
           END-PERFORM.
       PrintRosterHeading.
           ADD 1 TO RosterCount
           MOVE ZERO TO RosterStudentCount
           MOVE RosterTermCode TO PrnRstTerm
           MOVE CurrentCourseCode TO PrnRstCourse
           MOVE CurrentSection TO PrnRstSection
           WRITE RosterReportLine FROM RosterHeadingLine
                  AFTER ADVANCING PAGE
           MOVE CurrentInstrId TO PrnRstInstrId
           MOVE CurrentInstrName TO PrnRstInstrName
           WRITE RosterReportLine FROM RosterInstrLine
                  AFTER ADVANCING 1 LINES
           MOVE GradeDeadline TO PrnRstDeadline
           WRITE RosterReportLine FROM RosterDeadlineLine
                  AFTER ADVANCING 1 LINES
           WRITE RosterReportLine FROM RosterColumnLine
                  AFTER ADVANCING 2 LINES.
       PrintRosterStudent.
           ADD 1 TO RosterStudentCount
           MOVE RstStudentId TO PrnRstStudentId
           MOVE RstSurname TO PrnRstSurname
           MOVE RstGivenNames TO PrnRstGivenNames
           WRITE RosterReportLine FROM RosterDetailLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO TurnaroundRecord
           MOVE RstStudentId TO TurnStudentId
           MOVE CurrentCourseCode TO TurnCourseCode
           MOVE RosterTermCode TO TurnTermCode
           MOVE CurrentSection TO TurnSection
           MOVE CurrentInstrId TO TurnInstrId
           MOVE ZERO TO TurnDeadline
           MOVE RstSurname TO TurnSurname
           MOVE RstGivenNames TO TurnGivenNames
           WRITE TurnaroundRecord
           ADD 1 TO TurnaroundCount.
       PrintRosterCount.
           MOVE "Students on roster= " TO PrnRstCountText
           MOVE RosterStudentCount TO PrnRstCount
           WRITE RosterReportLine FROM RosterCountLine
                  AFTER ADVANCING 2 LINES.
       PrintEmptyRosters.
           PERFORM VARYING AsgnIdx FROM 1 BY 1
                   UNTIL AsgnIdx > AssignmentTableCount
              IF NOT ATabPrinted(AsgnIdx)
                 ADD 1 TO EmptyRosterCount
                 MOVE ATabCourseCode(AsgnIdx) TO CurrentCourseCode
                 MOVE ATabSection(AsgnIdx) TO CurrentSection
                 MOVE ATabInstrId(AsgnIdx) TO CurrentInstrId
                 MOVE "(instructor not on file)" TO CurrentInstrName
                 PERFORM FindInstructorName
                 PERFORM PrintRosterHeading
                 WRITE RosterReportLine FROM RosterEmptyLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM.
       PrintRosterTotals.
           MOVE "Rosters printed   = " TO PrnRstCountText
           MOVE RosterCount TO PrnRstCount
           WRITE RosterReportLine FROM RosterCountLine
                  AFTER ADVANCING PAGE
           MOVE "Empty rosters     = " TO PrnRstCountText
           MOVE EmptyRosterCount TO PrnRstCount
           WRITE RosterReportLine FROM RosterCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "No instructor     = " TO PrnRstCountText
           MOVE UnassignedCount TO PrnRstCount
           WRITE RosterReportLine FROM RosterCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Turnaround lines  = " TO PrnRstCountText
           MOVE TurnaroundCount TO PrnRstCount
           WRITE RosterReportLine FROM RosterCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM GRDROST.
