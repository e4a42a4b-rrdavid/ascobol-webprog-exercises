                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT BirthdayFile ASSIGN TO BirthdayFileName
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IdCardFile ASSIGN TO IdCardFileName
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT AdviseeFile ASSIGN TO "ADVISEE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeFileStatus.
           SELECT ClassReportFile ASSIGN TO ClassReportFileName
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ControlFile ASSIGN TO "CONTROL.DAT"
                                      PrivacyFlag BY
                                        ClassPrivacyFlag
                                      PrivacyRestricted BY
                                        ClassPrivacyRestricted
                                      CourseSection BY
                                        ClassCourseSection
                                      OtherCourseSections BY
                                        ClassOtherCourseSections
                                      OtherCourseSection BY
                                        ClassOtherCourseSection.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       FD  AdviseeFile.
           01  AdviseeRecord.
               COPY ADVCPY.
       FD  ClassReportFile.
           01  ClassPrintLine       PIC X(80).
       FD  ControlFile.
           01  ControlRecord.
               02  CtlReadCount     PIC 9(6).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  BirthdayFile.
           01  BirthdayExtractLine.
               02  BirthdayStudentId   PIC 9(7).
                   03  CkpCourseSubFemaleCount     PIC 9(4).
                   03  CkpCourseSubOtherGenderCount PIC 9(4).
                   03  CkpCourseSubUnspecifiedCount PIC 9(4).
                   03  CkpCourseSubLoadCount       PIC 9(4)
                                              OCCURS 4 TIMES.
       WORKING-STORAGE SECTION.
       01  StudentFileName      PIC X(40) VALUE "STUDENTS.DAT".
       01  ReportFileName       PIC X(30) VALUE "STUDENTS.RPT".
       01  AuditProgramNameLit  PIC X(10) VALUE "SEQRPT".
       01  OperatorFileStatus   PIC XX.
       01  CurrentOperatorId    PIC X(8) VALUE SPACES.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  CheckpointFileStatus PIC XX.
       01  CheckpointInterval   PIC 9(4) VALUE 100.
       01  RecordsSinceCheckpoint PIC 9(4) VALUE ZERO.
       01  CkpCrossTabIdx       PIC 9(4).
       01  CkpCrossTabColIdx    PIC 9.
       01  CkpCourseSubIdx      PIC 9(4).
       01  CkpCourseLoadIdx     PIC 9.
       01  OtherCourseLimit     PIC 9.
       01  ExceptionDupLine.
           02  FILLER           PIC X(28) VALUE
           02  FILLER           PIC X(8)  VALUE "Class - ".
           02  PrnClassCourseCode PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnClassSection  PIC X(2).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnClassCourseTitle PIC X(30).
           02  FILLER           PIC X(6)  VALUE " Term ".
           02  PrnClassTermCode PIC X(5).
       01  ClassColumnLine.
           02  FILLER           PIC X(53) VALUE
               "StudentId  Surname            Given Names".
           02  FILLER           PIC X(7)  VALUE "Advisor".
       01  ClassDetailLine.
           02  PrnClassStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnClassSurname  PIC X(25).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnClassGivenNames PIC X(15).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnClassAdvisor  PIC X(25).
       01  PrevClassCourseCode  PIC X(4).
       01  PrevClassTermCode    PIC X(5).
       01  PrevClassSection     PIC X(2).
       01  ClassFirstRecord     PIC X VALUE "Y".
           88  IsClassFirstRecord VALUE "Y".
       01  ReadCount            PIC 9(6) VALUE ZERO.
       01  CourseUnspecifiedLine.
           02  FILLER           PIC X(20) VALUE "  Course Unspec   = ".
           02  PrnCourseUnspecifiedCount PIC Z,ZZ9.
       01  CourseLoadLine.
           02  PrnCourseLoadLabel PIC X(20).
           02  PrnCourseLoadCount PIC Z,ZZ9.
       01  CourseLoadLabelValues.
           02  FILLER           PIC X(20) VALUE "  Full-time       = ".
           02  FILLER           PIC X(20) VALUE "  Three-quarter   = ".
           02  FILLER           PIC X(20) VALUE "  Half-time       = ".
           02  FILLER           PIC X(20) VALUE "  Less than half  = ".
       01  CourseLoadLabelTable REDEFINES CourseLoadLabelValues.
           02  CourseLoadLabel  PIC X(20) OCCURS 4 TIMES.
       01  LoadCreditHours      PIC 9(3)V9.
       01  LoadClassCode        PIC X.
           88  LoadFullTime     VALUE "F".
           88  LoadThreeQtr     VALUE "Q".
           88  LoadHalfTime     VALUE "H".
           88  LoadLessHalf     VALUE "L".
           88  LoadClassFailed  VALUE "E".
       01  LoadClassText        PIC X(14).
       01  LoadColumn           PIC 9 VALUE ZERO.
       01  WorkTotals.
           02  StudentCount     PIC 9(4) VALUE ZERO.
           02  MaleCount        PIC 9(4) VALUE ZERO.
               03  CourseSubFemaleCount     PIC 9(4) VALUE ZERO.
               03  CourseSubOtherGenderCount PIC 9(4) VALUE ZERO.
               03  CourseSubUnspecifiedCount PIC 9(4) VALUE ZERO.
               03  CourseSubLoadCount PIC 9(4) VALUE ZERO
                                       OCCURS 4 TIMES
                                       INDEXED BY CourseLoadIdx.
       01  CourseSubtotalCount  PIC 9(4) VALUE ZERO.
       01  CourseSubtotalFound  PIC X VALUE "N".
           88  CourseSubtotalEntryFound VALUE "Y".
               03  ATabCourseCode   PIC X(4).
               03  ATabTermCode     PIC X(5).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  AdviseeFileStatus    PIC XX.
       01  AdviseeTable.
           02  AdviseeEntry OCCURS 2000 TIMES
                             INDEXED BY AdvIdx.
               03  AdvTabStudentId  PIC 9(7).
               03  AdvTabInstrId    PIC 9(5).
       01  AdviseeTableCount    PIC 9(4) VALUE ZERO.
       01  ClassAdvisorName     PIC X(30).
       01  ClassInstructorName  PIC X(30).
       01  InstrLookupFound     PIC X VALUE "N".
           88  InstructorAssigned VALUE "Y".
           END-IF
           PERFORM LoadInstructorTable
           PERFORM LoadAssignmentTable
           PERFORM LoadAdviseeTable
           SORT ClassSortFile
              ON ASCENDING KEY ClassCourseCode
              ON ASCENDING KEY ClassEnrollTermCode
              ON ASCENDING KEY ClassCourseSection
              ON ASCENDING KEY ClassSurname
              INPUT PROCEDURE IS MainStudentPass
              OUTPUT PROCEDURE IS WriteClassList
                    ADD 1 TO UnspecifiedCount
                    MOVE 4 TO CrossTabGenderColumn
              END-EVALUATE
              CALL "LOADCLS" USING StudentDetails, LoadCreditHours,
                                   LoadClassCode, LoadClassText
              IF LoadClassFailed
                 MOVE "COURSECAT.DAT" TO ErrorFileName
                 MOVE "LE" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              EVALUATE TRUE
                 WHEN LoadFullTime
                    MOVE 1 TO LoadColumn
                 WHEN LoadThreeQtr
                    MOVE 2 TO LoadColumn
                 WHEN LoadHalfTime
                    MOVE 3 TO LoadColumn
                 WHEN LoadLessHalf
                    MOVE 4 TO LoadColumn
                 WHEN OTHER
                    MOVE ZERO TO LoadColumn
              END-EVALUATE
              MOVE CourseCode TO CrossTabLookupCourseCode
              PERFORM UpdateCourseSubtotal
              PERFORM UpdateCrossTab
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnTermCode   TO ATabTermCode(AsgnIdx)
                    MOVE AsgnInstrId    TO ATabInstrId(AsgnIdx)
                    MOVE AsgnSection    TO ATabSection(AsgnIdx)
                 ELSE
                    MOVE "CRSASSGN.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
              END-PERFORM
              CLOSE AssignmentFile
           END-IF.
       LoadAdviseeTable.
           OPEN INPUT AdviseeFile
           IF AdviseeFileStatus = "00"
              READ AdviseeFile
                AT END SET EndOfAdviseeFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAdviseeFile
                 IF AdvEndDate NOT NUMERIC
                    MOVE ZERO TO AdvEndDate
                 END-IF
                 IF AdvEffDate <= RunDate
                    AND (AdvEndDate = ZERO OR AdvEndDate > RunDate)
                    IF AdviseeTableCount < 2000
                       ADD 1 TO AdviseeTableCount
                       SET AdvIdx TO AdviseeTableCount
                       MOVE AdvStudentId TO AdvTabStudentId(AdvIdx)
                       MOVE AdvInstrId   TO AdvTabInstrId(AdvIdx)
                    ELSE
                       MOVE "ADVISEE.DAT" TO ErrorFileName
                       MOVE "OV" TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 END-IF
                 READ AdviseeFile
                   AT END SET EndOfAdviseeFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AdviseeFile
           END-IF.
       FindStudentAdvisor.
           MOVE SPACES TO ClassAdvisorName
           SET AdvIdx TO 1
           PERFORM UNTIL AdvIdx > AdviseeTableCount
              OR ClassAdvisorName NOT = SPACES
              IF AdvTabStudentId(AdvIdx) = ClassStudentId
                 MOVE "unassigned" TO ClassAdvisorName
                 SET InstIdx TO 1
                 PERFORM UNTIL InstIdx > InstructorTableCount
                    IF ITabInstrId(InstIdx) = AdvTabInstrId(AdvIdx)
                       MOVE ITabName(InstIdx) TO ClassAdvisorName
                    END-IF
                    SET InstIdx UP BY 1
                 END-PERFORM
              ELSE
                 SET AdvIdx UP BY 1
              END-IF
           END-PERFORM
           IF ClassAdvisorName = SPACES
              MOVE "none" TO ClassAdvisorName
           END-IF.
       FindClassInstructor.
           MOVE "unassigned" TO ClassInstructorName
           MOVE "N" TO InstrLookupFound
              OR InstructorAssigned
              IF ATabCourseCode(AsgnIdx) = ClassCourseCode
                 AND ATabTermCode(AsgnIdx) = ClassEnrollTermCode
                 AND ATabSection(AsgnIdx) = ClassCourseSection
                 MOVE "Y" TO InstrLookupFound
              ELSE
                 SET AsgnIdx UP BY 1
              IF IsClassFirstRecord
                 OR ClassCourseCode NOT = PrevClassCourseCode
                 OR ClassEnrollTermCode NOT = PrevClassTermCode
                 OR ClassCourseSection NOT = PrevClassSection
                 MOVE ClassCourseCode TO PrnClassCourseCode
                 MOVE ClassCourseSection TO PrnClassSection
                 MOVE ClassCourseCode TO CatalogLookupCourseCode
                 PERFORM LookupCourseTitle
                 MOVE CatalogCourseTitle TO PrnClassCourseTitle
                        AFTER ADVANCING 1 LINES
                 MOVE ClassCourseCode TO PrevClassCourseCode
                 MOVE ClassEnrollTermCode TO PrevClassTermCode
                 MOVE ClassCourseSection TO PrevClassSection
                 MOVE "N" TO ClassFirstRecord
              END-IF
              IF ClassPrivacyRestricted
                 MOVE ClassStudentId TO PrnClassStudentId
                 MOVE ClassSurname   TO PrnClassSurname
                 MOVE ClassGivenNames TO PrnClassGivenNames
                 PERFORM FindStudentAdvisor
                 MOVE ClassAdvisorName TO PrnClassAdvisor
                 WRITE ClassPrintLine FROM ClassDetailLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM
           CLOSE ClassReportFile.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO RunDate
              MOVE "Y" TO RunControlFound
           END-IF
           MOVE "SNAPSHOT-FILE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqValue NOT = SPACES
              MOVE ParmReqValue TO StudentFileName
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT RunDate FROM DATE YYYYMMDD
                      MOVE CkpCourseSubUnspecifiedCount(CkpCourseSubIdx)
                           TO CourseSubUnspecifiedCount
                                              (CourseSubIdx)
                      PERFORM VARYING CkpCourseLoadIdx FROM 1 BY 1
                              UNTIL CkpCourseLoadIdx > 4
                         SET CourseLoadIdx TO CkpCourseLoadIdx
                         MOVE CkpCourseSubLoadCount(CkpCourseSubIdx
                                                    CkpCourseLoadIdx)
                              TO CourseSubLoadCount(CourseSubIdx
                                                    CourseLoadIdx)
                      END-PERFORM
                   END-PERFORM
              END-READ
              CLOSE CheckpointFile
              MOVE CourseSubUnspecifiedCount(CourseSubIdx)
                   TO CkpCourseSubUnspecifiedCount
                                          (CkpCourseSubIdx)
              PERFORM VARYING CkpCourseLoadIdx FROM 1 BY 1
                      UNTIL CkpCourseLoadIdx > 4
                 SET CourseLoadIdx TO CkpCourseLoadIdx
                 MOVE CourseSubLoadCount(CourseSubIdx CourseLoadIdx)
                      TO CkpCourseSubLoadCount(CkpCourseSubIdx
                                               CkpCourseLoadIdx)
              END-PERFORM
           END-PERFORM
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
                    WHEN OTHER
                       ADD 1 TO CourseSubUnspecifiedCount(CourseSubIdx)
                 END-EVALUATE
                 IF LoadColumn > ZERO
                    ADD 1 TO CourseSubLoadCount(CourseSubIdx LoadColumn)
                 END-IF
                 MOVE "Y" TO CourseSubtotalFound
                 SET CourseSubIdx TO CourseSubtotalCount
              END-IF
                 WHEN OTHER
                    ADD 1 TO CourseSubUnspecifiedCount(CourseSubIdx)
              END-EVALUATE
              IF LoadColumn > ZERO
                 ADD 1 TO CourseSubLoadCount(CourseSubIdx LoadColumn)
              END-IF
           END-IF.
       PrintCourseSubtotals.
           PERFORM VARYING CourseSubIdx FROM 1 BY 1
              MOVE CourseSubUnspecifiedCount(CourseSubIdx) TO
                                                  CourseUnspecifiedCount
              PERFORM PrintCourseSubtotal
              PERFORM VARYING CourseLoadIdx FROM 1 BY 1
                      UNTIL CourseLoadIdx > 4
                 MOVE CourseLoadLabel(CourseLoadIdx)
                                         TO PrnCourseLoadLabel
                 MOVE CourseSubLoadCount(CourseSubIdx CourseLoadIdx)
                                         TO PrnCourseLoadCount
                 WRITE PrintLine FROM CourseLoadLine
                         AFTER ADVANCING 1 LINES
              END-PERFORM
           END-PERFORM.
       PrintCourseSubtotal.
           MOVE PrevCourseCode        TO PrnCourseCode
