       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
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
           SELECT CompareReportFile ASSIGN TO "CENSCMP.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  CensusFile.
           01  CensusRecord.
               COPY CENSCPY.
       FD  CompareReportFile.
           01  CompareReportLine    PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "CENSCMP".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  CensusFileStatus     PIC XX.
       01  CensusTermCode       PIC X(5) VALUE SPACES.
       01  CensusDate           PIC 9(8) VALUE ZERO.
       01  EndOfSnapshotFlag    PIC X.
           88  EndOfSnapshot    VALUE "Y".
       01  SnapshotFoundFlag    PIC X.
           88  SnapshotFound    VALUE "Y".
       01  StudentFoundFlag     PIC X.
           88  StudentFound     VALUE "Y".
       01  CurrentSlots.
           02  CurrentSlot OCCURS 5 TIMES.
               03  CurCourseCode    PIC X(4).
               03  CurSection       PIC X(2).
       01  CurrentSlotCount     PIC 9.
       01  SlotIdx              PIC 9.
       01  MatchIdx             PIC 9.
       01  SlotLimit            PIC 9.
       01  SlotMatchedFlag      PIC X.
           88  SlotMatched      VALUE "Y".
       01  CompareTotals.
           02  CensusHeadcount  PIC 9(6) VALUE ZERO.
           02  CurrentHeadcount PIC 9(6) VALUE ZERO.
           02  AddCount         PIC 9(6) VALUE ZERO.
           02  DropCount        PIC 9(6) VALUE ZERO.
           02  WithdrawCount    PIC 9(6) VALUE ZERO.
           02  NewStudentCount  PIC 9(6) VALUE ZERO.
       01  CompareHeadingLine.
           02  FILLER           PIC X(36)
               VALUE "  Post-Census Enrollment Changes - ".
           02  PrnCmpHeadTerm   PIC X(5).
       01  CompareDateLine.
           02  FILLER           PIC X(14) VALUE "Census date   ".
           02  PrnCmpCensusDate PIC 9(8).
       01  CompareDetailLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnCmpStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCmpSurname    PIC X(20).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCmpAction     PIC X(12).
           02  PrnCmpCourse     PIC X(4).
           02  PrnCmpDash       PIC X.
           02  PrnCmpSection    PIC X(2).
       01  CompareCountLine.
           02  PrnCmpCountText  PIC X(20).
           02  PrnCmpCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindCensusTerm
           IF CensusTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT CensusFile
           IF CensusFileStatus NOT = "00"
              MOVE "CENSUS.DAT" TO ErrorFileName
              MOVE CensusFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT CompareReportFile
           MOVE CensusTermCode TO PrnCmpHeadTerm
           WRITE CompareReportLine FROM CompareHeadingLine
                  AFTER ADVANCING PAGE
           MOVE CensusDate TO PrnCmpCensusDate
           WRITE CompareReportLine FROM CompareDateLine
                  AFTER ADVANCING 1 LINES
           WRITE CompareReportLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           PERFORM CompareSnapshot
           IF CensusHeadcount = ZERO
              CLOSE CensusFile, StudentFile, CompareReportFile
              MOVE "CENSUS.DAT" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM FindNewEnrollments
           PERFORM PrintCompareTotals
           CLOSE CensusFile, StudentFile, CompareReportFile
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
       CompareSnapshot.
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
                       ADD 1 TO CensusHeadcount
                       PERFORM CompareOneStudent
                    END-IF
              END-READ
           END-PERFORM.
       CompareOneStudent.
           MOVE CenStudentId TO StudentId OF StudentDetails
           MOVE "Y" TO StudentFoundFlag
           READ StudentFile
              INVALID KEY MOVE "N" TO StudentFoundFlag
           END-READ
           MOVE CenStudentId TO PrnCmpStudentId
           MOVE CenSurname TO PrnCmpSurname
           IF NOT StudentFound OR NOT StudentActive
              OR CourseCode = SPACES
              ADD 1 TO WithdrawCount
              MOVE "Withdrawn" TO PrnCmpAction
              MOVE SPACES TO PrnCmpCourse, PrnCmpDash, PrnCmpSection
              WRITE CompareReportLine FROM CompareDetailLine
                     AFTER ADVANCING 1 LINES
           ELSE
              PERFORM LoadCurrentSlots
              PERFORM VARYING SlotIdx FROM 1 BY 1
                      UNTIL SlotIdx > CenCourseCount
                 MOVE "N" TO SlotMatchedFlag
                 PERFORM VARYING MatchIdx FROM 1 BY 1
                         UNTIL MatchIdx > CurrentSlotCount
                    IF CurCourseCode(MatchIdx)
                                  = CenCourseCode(SlotIdx)
                       MOVE "Y" TO SlotMatchedFlag
                    END-IF
                 END-PERFORM
                 IF NOT SlotMatched
                    ADD 1 TO DropCount
                    MOVE "Dropped" TO PrnCmpAction
                    MOVE CenCourseCode(SlotIdx) TO PrnCmpCourse
                    MOVE "-" TO PrnCmpDash
                    MOVE CenSection(SlotIdx) TO PrnCmpSection
                    WRITE CompareReportLine FROM CompareDetailLine
                           AFTER ADVANCING 1 LINES
                 END-IF
              END-PERFORM
              PERFORM VARYING MatchIdx FROM 1 BY 1
                      UNTIL MatchIdx > CurrentSlotCount
                 MOVE "N" TO SlotMatchedFlag
                 PERFORM VARYING SlotIdx FROM 1 BY 1
                         UNTIL SlotIdx > CenCourseCount
                    IF CurCourseCode(MatchIdx)
                                  = CenCourseCode(SlotIdx)
                       MOVE "Y" TO SlotMatchedFlag
                    END-IF
                 END-PERFORM
                 IF NOT SlotMatched
                    PERFORM ReportAddedCourse
                 END-IF
              END-PERFORM
           END-IF.
       LoadCurrentSlots.
           MOVE SPACES TO CurrentSlots
           MOVE 1 TO CurrentSlotCount
           MOVE CourseCode TO CurCourseCode(1)
           MOVE CourseSection TO CurSection(1)
           MOVE OtherCourseCount TO SlotLimit
           IF SlotLimit > 4
              MOVE 4 TO SlotLimit
           END-IF
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > SlotLimit
              IF OtherCourseCode(SlotIdx) NOT = SPACES
                 ADD 1 TO CurrentSlotCount
                 MOVE OtherCourseCode(SlotIdx)
                              TO CurCourseCode(CurrentSlotCount)
                 MOVE OtherCourseSection(SlotIdx)
                              TO CurSection(CurrentSlotCount)
              END-IF
           END-PERFORM.
       ReportAddedCourse.
           ADD 1 TO AddCount
           MOVE StudentId OF StudentDetails TO PrnCmpStudentId
           MOVE Surname TO PrnCmpSurname
           MOVE "Added" TO PrnCmpAction
           MOVE CurCourseCode(MatchIdx) TO PrnCmpCourse
           MOVE "-" TO PrnCmpDash
           MOVE CurSection(MatchIdx) TO PrnCmpSection
           WRITE CompareReportLine FROM CompareDetailLine
                  AFTER ADVANCING 1 LINES.
       FindNewEnrollments.
           MOVE ZERO TO StudentId OF StudentDetails
           START StudentFile KEY IS NOT LESS THAN
                 StudentId OF StudentDetails
              INVALID KEY SET EndOfStudentFile TO TRUE
           END-START
           PERFORM UNTIL EndOfStudentFile
              READ StudentFile NEXT
                 AT END SET EndOfStudentFile TO TRUE
                 NOT AT END
                    IF StudentActive AND CourseCode NOT = SPACES
                       ADD 1 TO CurrentHeadcount
                       PERFORM CheckSnapshotEntry
                    END-IF
              END-READ
           END-PERFORM.
       CheckSnapshotEntry.
           MOVE CensusTermCode TO CenTermCode
           MOVE StudentId OF StudentDetails TO CenStudentId
           MOVE "Y" TO SnapshotFoundFlag
           READ CensusFile
              INVALID KEY MOVE "N" TO SnapshotFoundFlag
           END-READ
           IF NOT SnapshotFound
              ADD 1 TO NewStudentCount
              PERFORM LoadCurrentSlots
              PERFORM VARYING MatchIdx FROM 1 BY 1
                      UNTIL MatchIdx > CurrentSlotCount
                 PERFORM ReportAddedCourse
              END-PERFORM
           END-IF.
       PrintCompareTotals.
           MOVE "Census headcount  = " TO PrnCmpCountText
           MOVE CensusHeadcount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Current headcount = " TO PrnCmpCountText
           MOVE CurrentHeadcount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Courses added     = " TO PrnCmpCountText
           MOVE AddCount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Courses dropped   = " TO PrnCmpCountText
           MOVE DropCount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Withdrawals       = " TO PrnCmpCountText
           MOVE WithdrawCount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "New since census  = " TO PrnCmpCountText
           MOVE NewStudentCount TO PrnCmpCount
           WRITE CompareReportLine FROM CompareCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM CENSCMP.
