       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSGRADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LmsGradeFile ASSIGN TO "LMSGRADE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS LmsGradeFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT GradeTxnFile ASSIGN TO "GRADETXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GradeTxnFileStatus.
           SELECT LmsRejectFile ASSIGN TO "LMSREJ.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LmsGradeFile.
           01  LmsGradeRecord.
               88  EndOfLmsGradeFile VALUE HIGH-VALUES.
               02  LgTermCode       PIC X(5).
               02  LgCourseCode     PIC X(4).
               02  LgSection        PIC X(2).
               02  LgStudentId      PIC 9(7).
               02  LgGradeMark      PIC XX.
                   88  LgPassingMark VALUE "A " THRU "D-".
                   88  LgFailingMark VALUE "F ", "F+", "F-".
                   88  LgIncompleteMark VALUE "I ".
               02  LgIncDeadline    PIC 9(8).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  GradeTxnFile.
           01  GradeTxnRecord.
               02  GTxnStudentId    PIC 9(7).
               02  GTxnCourseCode   PIC X(4).
               02  GTxnTermCode     PIC X(5).
               02  GTxnGradeMark    PIC XX.
               02  GTxnDeadline     PIC 9(8).
               02  GTxnChangeCode   PIC X.
               02  GTxnAuthUserId   PIC X(8).
               02  GTxnSection      PIC X(2).
       FD  LmsRejectFile.
           01  LmsRejectLine        PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LMSGRADE".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  LmsGradeFileStatus   PIC XX.
       01  StudentFileStatus    PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  TermMasterStatus     PIC XX.
       01  GradeTxnFileStatus   PIC XX.
       01  ImportRunDate        PIC 9(8).
       01  LmsLineValidFlag     PIC X VALUE "Y".
           88  LmsLineValid     VALUE "Y".
       01  LmsFoundFlag         PIC X VALUE "N".
           88  LmsEntryFound    VALUE "Y".
       01  EnrollCheckIdx       PIC 9.
       01  EnrollCheckLimit     PIC 9.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  CatalogTable.
           02  CatalogEntry OCCURS 100 TIMES INDEXED BY CatIdx.
               03  CatTabCourseCode PIC X(4).
       01  CatalogTableCount    PIC 9(4) VALUE ZERO.
       01  ImportTotals.
           02  LmsReadCount     PIC 9(6) VALUE ZERO.
           02  ImportedCount    PIC 9(6) VALUE ZERO.
           02  RejectedCount    PIC 9(6) VALUE ZERO.
       01  RejectHeadingLine    PIC X(40)
           VALUE "  LMS Final Grade Import Rejects".
       01  RejectDetailLine.
           02  FILLER           PIC X(9)  VALUE "Reject  -".
           02  PrnRejStudentId  PIC 9(7).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnRejCourse     PIC X(4).
           02  FILLER           PIC X(1)  VALUE "-".
           02  PrnRejSection    PIC X(2).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnRejTerm       PIC X(5).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnRejMark       PIC XX.
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnRejText       PIC X(30).
       01  RejectCountLine.
           02  PrnRejCountText  PIC X(20).
           02  PrnRejCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT ImportRunDate FROM DATE YYYYMMDD
           PERFORM LoadTermTable
           PERFORM LoadCatalogTable
           OPEN INPUT LmsGradeFile
           IF LmsGradeFileStatus NOT = "00"
              MOVE "LMSGRADE.DAT" TO ErrorFileName
              MOVE LmsGradeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND GradeTxnFile
           IF GradeTxnFileStatus = "35"
              OPEN OUTPUT GradeTxnFile
           END-IF
           OPEN OUTPUT LmsRejectFile
           WRITE LmsRejectLine FROM RejectHeadingLine
                  AFTER ADVANCING PAGE
           WRITE LmsRejectLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           READ LmsGradeFile
             AT END SET EndOfLmsGradeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLmsGradeFile
              ADD 1 TO LmsReadCount
              PERFORM ImportOneGrade
              READ LmsGradeFile
                AT END SET EndOfLmsGradeFile TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintImportTotals
           CLOSE LmsGradeFile, StudentFile, GradeTxnFile,
                 LmsRejectFile
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
                 IF TermTableCount < 20
                    ADD 1 TO TermTableCount
                    SET TermIdx TO TermTableCount
                    MOVE TermCode TO TermTabCode(TermIdx)
                 END-IF
                 READ TermMasterFile
                   AT END SET EndOfTermFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TermMasterFile
           END-IF.
       LoadCatalogTable.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus NOT = "00"
              MOVE "COURSECAT.DA" TO ErrorFileName
              MOVE CourseCatalogStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ CourseCatalogFile
             AT END SET EndOfCatalogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCatalogFile
              IF CatalogTableCount < 100
                 ADD 1 TO CatalogTableCount
                 SET CatIdx TO CatalogTableCount
                 MOVE CatCourseCode TO CatTabCourseCode(CatIdx)
              ELSE
                 MOVE "COURSECAT.DA" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseCatalogFile.
       ImportOneGrade.
           MOVE "Y" TO LmsLineValidFlag
           INSPECT LgGradeMark CONVERTING "abcdfi" TO "ABCDFI"
           IF LgIncDeadline NOT NUMERIC
              MOVE ZERO TO LgIncDeadline
           END-IF
           IF LgStudentId NOT NUMERIC
              MOVE ZERO TO LgStudentId
           END-IF
           PERFORM CheckLmsTerm
           IF NOT LmsEntryFound
              MOVE "unknown term" TO PrnRejText
              PERFORM RejectLmsGrade
           END-IF
           IF LmsLineValid
              PERFORM CheckLmsCourse
              IF NOT LmsEntryFound
                 MOVE "unknown course" TO PrnRejText
                 PERFORM RejectLmsGrade
              END-IF
           END-IF
           IF LmsLineValid
              MOVE LgStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY
                    MOVE "unknown student" TO PrnRejText
                    PERFORM RejectLmsGrade
                 NOT INVALID KEY
                    PERFORM CheckLmsEnrollment
                    IF NOT LmsEntryFound
                       MOVE "not enrolled in course" TO PrnRejText
                       PERFORM RejectLmsGrade
                    END-IF
              END-READ
           END-IF
           IF LmsLineValid
              EVALUATE TRUE
                 WHEN LgIncompleteMark
                    IF LgIncDeadline <= ImportRunDate
                       MOVE "incomplete needs deadline"
                                       TO PrnRejText
                       PERFORM RejectLmsGrade
                    END-IF
                 WHEN LgPassingMark
                    CONTINUE
                 WHEN LgFailingMark
                    CONTINUE
                 WHEN OTHER
                    MOVE "unauthorized grade mark" TO PrnRejText
                    PERFORM RejectLmsGrade
              END-EVALUATE
           END-IF
           IF LmsLineValid
              PERFORM WriteGradeTxn
           END-IF.
       CheckLmsTerm.
           MOVE "N" TO LmsFoundFlag
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              OR LmsEntryFound
              IF TermTabCode(TermIdx) = LgTermCode
                 MOVE "Y" TO LmsFoundFlag
              ELSE
                 SET TermIdx UP BY 1
              END-IF
           END-PERFORM.
       CheckLmsCourse.
           MOVE "N" TO LmsFoundFlag
           SET CatIdx TO 1
           PERFORM UNTIL CatIdx > CatalogTableCount
              OR LmsEntryFound
              IF CatTabCourseCode(CatIdx) = LgCourseCode
                 MOVE "Y" TO LmsFoundFlag
              ELSE
                 SET CatIdx UP BY 1
              END-IF
           END-PERFORM.
       CheckLmsEnrollment.
           MOVE "N" TO LmsFoundFlag
           IF CourseCode = LgCourseCode
              AND (LgSection = SPACES OR LgSection = CourseSection)
              MOVE "Y" TO LmsFoundFlag
              MOVE CourseSection TO LgSection
           END-IF
           MOVE OtherCourseCount TO EnrollCheckLimit
           IF EnrollCheckLimit > 4
              MOVE 4 TO EnrollCheckLimit
           END-IF
           PERFORM VARYING EnrollCheckIdx FROM 1 BY 1
                   UNTIL EnrollCheckIdx > EnrollCheckLimit
                      OR LmsEntryFound
              IF OtherCourseCode(EnrollCheckIdx) = LgCourseCode
                 AND (LgSection = SPACES
                   OR LgSection = OtherCourseSection(EnrollCheckIdx))
                 MOVE "Y" TO LmsFoundFlag
                 MOVE OtherCourseSection(EnrollCheckIdx) TO LgSection
              END-IF
           END-PERFORM.
       WriteGradeTxn.
           MOVE SPACES TO GradeTxnRecord
           MOVE LgStudentId TO GTxnStudentId
           MOVE LgCourseCode TO GTxnCourseCode
           MOVE LgTermCode TO GTxnTermCode
           MOVE LgGradeMark TO GTxnGradeMark
           IF LgIncompleteMark
              MOVE LgIncDeadline TO GTxnDeadline
           ELSE
              MOVE ZERO TO GTxnDeadline
           END-IF
           MOVE LgSection TO GTxnSection
           WRITE GradeTxnRecord
           ADD 1 TO ImportedCount.
       RejectLmsGrade.
           MOVE "N" TO LmsLineValidFlag
           ADD 1 TO RejectedCount
           MOVE LgStudentId TO PrnRejStudentId
           MOVE LgCourseCode TO PrnRejCourse
           MOVE LgSection TO PrnRejSection
           MOVE LgTermCode TO PrnRejTerm
           MOVE LgGradeMark TO PrnRejMark
           WRITE LmsRejectLine FROM RejectDetailLine
                  AFTER ADVANCING 1 LINES.
       PrintImportTotals.
           MOVE "LMS grades read   = " TO PrnRejCountText
           MOVE LmsReadCount TO PrnRejCount
           WRITE LmsRejectLine FROM RejectCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Grades imported   = " TO PrnRejCountText
           MOVE ImportedCount TO PrnRejCount
           WRITE LmsRejectLine FROM RejectCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Rejected          = " TO PrnRejCountText
           MOVE RejectedCount TO PrnRejCount
           WRITE LmsRejectLine FROM RejectCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM LMSGRADE.
