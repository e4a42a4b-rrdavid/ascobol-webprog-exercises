       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVASGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AdviseeFile ASSIGN TO "ADVISEE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT CaseloadReportFile ASSIGN TO "ADVLOAD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  AdviseeFile.
           01  AdviseeRecord.
               COPY ADVCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  CaseloadReportFile.
           01  CaseloadReportLine   PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ADVASGN".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AdviseeFileStatus    PIC XX.
       01  InstructorFileStatus PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  AssignRunDate        PIC 9(8).
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx, BestInstIdx.
               03  ITabInstrId      PIC 9(5).
               03  ITabName         PIC X(30).
               03  ITabDepartment   PIC X(4).
               03  ITabCaseload     PIC 9(4).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  InstructorFoundFlag  PIC X VALUE "N".
           88  InstructorFound  VALUE "Y".
       01  CatalogTable.
           02  CatalogEntry OCCURS 100 TIMES INDEXED BY CatIdx.
               03  CatTabCourseCode PIC X(4).
               03  CatTabDepartment PIC X(4).
       01  CatalogTableCount    PIC 9(4) VALUE ZERO.
       01  StudentDepartment    PIC X(4).
       01  AdviseeTable.
           02  AdviseeEntry OCCURS 2000 TIMES
                             INDEXED BY AdvIdx.
               03  AdvTabStudentId  PIC 9(7).
               03  AdvTabInstrId    PIC 9(5).
               03  AdvTabEffDate    PIC 9(8).
               03  AdvTabEndDate    PIC 9(8).
       01  AdviseeTableCount    PIC 9(4) VALUE ZERO.
       01  CurrentAdvisorFlag   PIC X VALUE "N".
           88  CurrentAdvisorFound VALUE "Y".
       01  CaseloadTable.
           02  CaseloadEntry OCCURS 2000 TIMES
                              INDEXED BY CaseIdx.
               03  CaseStudentId    PIC 9(7).
               03  CaseSurname      PIC X(25).
               03  CaseGivenNames   PIC X(15).
               03  CaseInstrId      PIC 9(5).
               03  CaseNewFlag      PIC X.
                   88  CaseNewlyAssigned VALUE "Y".
       01  CaseloadCount        PIC 9(4) VALUE ZERO.
       01  NewAssignmentFlag    PIC X VALUE "N".
           88  NewAssignment    VALUE "Y".
       01  AssignTotals.
           02  ActiveStudentCount PIC 9(6) VALUE ZERO.
           02  NewlyAssignedCount PIC 9(6) VALUE ZERO.
           02  UnassignedCount  PIC 9(6) VALUE ZERO.
       01  CaseloadHeadingLine  PIC X(40)
           VALUE "  Advisor Caseload Report".
       01  CaseloadAdvisorLine.
           02  FILLER           PIC X(10) VALUE "Advisor - ".
           02  PrnCaseInstrId   PIC 9(5).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCaseInstrName PIC X(30).
           02  FILLER           PIC X(7)  VALUE "  Dept ".
           02  PrnCaseDepartment PIC X(4).
       01  CaseloadDetailLine.
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnCaseStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCaseSurname   PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnCaseGivenNames PIC X(15).
           02  PrnCaseNote      PIC X(6).
       01  CaseloadCountLine.
           02  FILLER           PIC X(13) VALUE "   Caseload =".
           02  PrnCaseloadCount PIC Z,ZZ9.
       01  UnassignedLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnUnassignedId  PIC 9(7).
           02  FILLER           PIC X(24)
               VALUE " no advisor in dept     ".
           02  PrnUnassignedDept PIC X(4).
       01  ActiveStudentLine.
           02  FILLER           PIC X(20) VALUE "Active students  = ".
           02  PrnActiveStudentCount PIC ZZZ,ZZ9.
       01  NewlyAssignedLine.
           02  FILLER           PIC X(20) VALUE "Newly assigned   = ".
           02  PrnNewlyAssignedCount PIC ZZZ,ZZ9.
       01  UnassignedCountLine.
           02  FILLER           PIC X(20) VALUE "Left unassigned  = ".
           02  PrnUnassignedCount PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT AssignRunDate FROM DATE YYYYMMDD
           PERFORM LoadInstructorTable
           PERFORM LoadCatalogTable
           PERFORM LoadAdviseeTable
           OPEN OUTPUT CaseloadReportFile
           WRITE CaseloadReportLine FROM CaseloadHeadingLine
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
                 ADD 1 TO ActiveStudentCount
                 PERFORM AssignOneStudent
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile
           IF NewlyAssignedCount > ZERO
              PERFORM RewriteAdviseeFile
           END-IF
           PERFORM PrintCaseloads
           MOVE ActiveStudentCount TO PrnActiveStudentCount
           WRITE CaseloadReportLine FROM ActiveStudentLine
                  AFTER ADVANCING 2 LINES
           MOVE NewlyAssignedCount TO PrnNewlyAssignedCount
           WRITE CaseloadReportLine FROM NewlyAssignedLine
                  AFTER ADVANCING 1 LINES
           MOVE UnassignedCount TO PrnUnassignedCount
           WRITE CaseloadReportLine FROM UnassignedCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE CaseloadReportFile
           DISPLAY "Advisees newly assigned - " NewlyAssignedCount
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
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
                    MOVE InstrId         TO ITabInstrId(InstIdx)
                    MOVE InstrName       TO ITabName(InstIdx)
                    MOVE InstrDepartment TO ITabDepartment(InstIdx)
                    MOVE ZERO            TO ITabCaseload(InstIdx)
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
       LoadCatalogTable.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus = "00"
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfCatalogFile
                 IF CatalogTableCount < 100
                    ADD 1 TO CatalogTableCount
                    SET CatIdx TO CatalogTableCount
                    MOVE CatCourseCode TO CatTabCourseCode(CatIdx)
                    MOVE CatDepartment TO CatTabDepartment(CatIdx)
                 END-IF
                 READ CourseCatalogFile
                   AT END SET EndOfCatalogFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CourseCatalogFile
           END-IF.
       LoadAdviseeTable.
           OPEN INPUT AdviseeFile
           IF AdviseeFileStatus = "00"
              READ AdviseeFile
                AT END SET EndOfAdviseeFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAdviseeFile
                 IF AdviseeTableCount < 2000
                    ADD 1 TO AdviseeTableCount
                    SET AdvIdx TO AdviseeTableCount
                    MOVE AdvStudentId TO AdvTabStudentId(AdvIdx)
                    MOVE AdvInstrId   TO AdvTabInstrId(AdvIdx)
                    MOVE AdvEffDate   TO AdvTabEffDate(AdvIdx)
                    IF AdvEndDate NUMERIC
                       MOVE AdvEndDate TO AdvTabEndDate(AdvIdx)
                    ELSE
                       MOVE ZERO TO AdvTabEndDate(AdvIdx)
                    END-IF
                 ELSE
                    MOVE "ADVISEE.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ AdviseeFile
                   AT END SET EndOfAdviseeFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AdviseeFile
           END-IF.
       AssignOneStudent.
           PERFORM FindCurrentAdvisor
           IF CurrentAdvisorFound
              PERFORM FindAdvisorInstructor
              IF InstructorFound
                 ADD 1 TO ITabCaseload(InstIdx)
              END-IF
              MOVE "N" TO NewAssignmentFlag
              PERFORM AddCaseloadEntry
           ELSE
              PERFORM FindStudentDepartment
              PERFORM PickLeastLoadedAdvisor
              IF InstructorFound
                 PERFORM AddAdviseeEntry
              ELSE
                 ADD 1 TO UnassignedCount
                 MOVE StudentId OF StudentDetails TO PrnUnassignedId
                 MOVE StudentDepartment TO PrnUnassignedDept
                 WRITE CaseloadReportLine FROM UnassignedLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-IF.
       FindCurrentAdvisor.
           MOVE "N" TO CurrentAdvisorFlag
           SET AdvIdx TO 1
           PERFORM UNTIL AdvIdx > AdviseeTableCount
              OR CurrentAdvisorFound
              IF AdvTabStudentId(AdvIdx) = StudentId OF StudentDetails
                 AND (AdvTabEndDate(AdvIdx) = ZERO
                      OR AdvTabEndDate(AdvIdx) > AssignRunDate)
                 MOVE "Y" TO CurrentAdvisorFlag
              ELSE
                 SET AdvIdx UP BY 1
              END-IF
           END-PERFORM.
       FindAdvisorInstructor.
           MOVE "N" TO InstructorFoundFlag
           SET InstIdx TO 1
           PERFORM UNTIL InstIdx > InstructorTableCount
              OR InstructorFound
              IF ITabInstrId(InstIdx) = AdvTabInstrId(AdvIdx)
                 MOVE "Y" TO InstructorFoundFlag
              ELSE
                 SET InstIdx UP BY 1
              END-IF
           END-PERFORM.
       FindStudentDepartment.
           MOVE SPACES TO StudentDepartment
           SET CatIdx TO 1
           PERFORM UNTIL CatIdx > CatalogTableCount
              OR StudentDepartment NOT = SPACES
              IF CatTabCourseCode(CatIdx) = CourseCode
                 MOVE CatTabDepartment(CatIdx) TO StudentDepartment
              ELSE
                 SET CatIdx UP BY 1
              END-IF
           END-PERFORM.
       PickLeastLoadedAdvisor.
           MOVE "N" TO InstructorFoundFlag
           IF StudentDepartment NOT = SPACES
              PERFORM VARYING InstIdx FROM 1 BY 1
                      UNTIL InstIdx > InstructorTableCount
                 IF ITabDepartment(InstIdx) = StudentDepartment
                    IF NOT InstructorFound
                       SET BestInstIdx TO InstIdx
                       MOVE "Y" TO InstructorFoundFlag
                    ELSE
                       IF ITabCaseload(InstIdx)
                          < ITabCaseload(BestInstIdx)
                          SET BestInstIdx TO InstIdx
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF InstructorFound
              SET InstIdx TO BestInstIdx
           END-IF.
       AddAdviseeEntry.
           IF AdviseeTableCount < 2000
              ADD 1 TO AdviseeTableCount
              SET AdvIdx TO AdviseeTableCount
              MOVE StudentId OF StudentDetails
                                TO AdvTabStudentId(AdvIdx)
              MOVE ITabInstrId(InstIdx) TO AdvTabInstrId(AdvIdx)
              MOVE AssignRunDate TO AdvTabEffDate(AdvIdx)
              MOVE ZERO          TO AdvTabEndDate(AdvIdx)
              ADD 1 TO ITabCaseload(InstIdx)
              ADD 1 TO NewlyAssignedCount
              MOVE "Y" TO NewAssignmentFlag
              PERFORM AddCaseloadEntry
           ELSE
              MOVE "ADVISEE.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       AddCaseloadEntry.
           IF CaseloadCount < 2000
              ADD 1 TO CaseloadCount
              SET CaseIdx TO CaseloadCount
              MOVE StudentId OF StudentDetails
                                TO CaseStudentId(CaseIdx)
              MOVE Surname      TO CaseSurname(CaseIdx)
              MOVE GivenNames   TO CaseGivenNames(CaseIdx)
              MOVE AdvTabInstrId(AdvIdx) TO CaseInstrId(CaseIdx)
              MOVE NewAssignmentFlag TO CaseNewFlag(CaseIdx)
           ELSE
              MOVE "ADVISEE.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       PrintCaseloads.
           PERFORM VARYING InstIdx FROM 1 BY 1
                   UNTIL InstIdx > InstructorTableCount
              MOVE ITabInstrId(InstIdx)    TO PrnCaseInstrId
              MOVE ITabName(InstIdx)       TO PrnCaseInstrName
              MOVE ITabDepartment(InstIdx) TO PrnCaseDepartment
              WRITE CaseloadReportLine FROM CaseloadAdvisorLine
                     AFTER ADVANCING 2 LINES
              PERFORM VARYING CaseIdx FROM 1 BY 1
                      UNTIL CaseIdx > CaseloadCount
                 IF CaseInstrId(CaseIdx) = ITabInstrId(InstIdx)
                    PERFORM PrintCaseloadDetail
                 END-IF
              END-PERFORM
              MOVE ITabCaseload(InstIdx) TO PrnCaseloadCount
              WRITE CaseloadReportLine FROM CaseloadCountLine
                     AFTER ADVANCING 1 LINES
           END-PERFORM.
       PrintCaseloadDetail.
           MOVE CaseStudentId(CaseIdx)  TO PrnCaseStudentId
           MOVE CaseSurname(CaseIdx)    TO PrnCaseSurname
           MOVE CaseGivenNames(CaseIdx) TO PrnCaseGivenNames
           MOVE SPACES TO PrnCaseNote
           IF CaseNewlyAssigned(CaseIdx)
              MOVE " new" TO PrnCaseNote
           END-IF
           WRITE CaseloadReportLine FROM CaseloadDetailLine
                  AFTER ADVANCING 1 LINES.
       RewriteAdviseeFile.
           OPEN OUTPUT AdviseeFile
           IF AdviseeFileStatus NOT = "00"
              MOVE "ADVISEE.DAT" TO ErrorFileName
              MOVE AdviseeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM VARYING AdvIdx FROM 1 BY 1
                   UNTIL AdvIdx > AdviseeTableCount
              MOVE SPACES TO AdviseeRecord
              MOVE AdvTabStudentId(AdvIdx) TO AdvStudentId
              MOVE AdvTabInstrId(AdvIdx)   TO AdvInstrId
              MOVE AdvTabEffDate(AdvIdx)   TO AdvEffDate
              MOVE AdvTabEndDate(AdvIdx)   TO AdvEndDate
              WRITE AdviseeRecord
           END-PERFORM
           CLOSE AdviseeFile.
       END PROGRAM ADVASGN.
