               03  ATabCourseCode   PIC X(4).
               03  ATabTermCode     PIC X(5).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  CourseCountTable.
           02  CourseCountEntry OCCURS 100 TIMES
                                 INDEXED BY CCntIdx.
               03  CCntCourseCode   PIC X(4).
               03  CCntSection      PIC X(2).
               03  CCntHeadcount    PIC 9(5).
       01  CourseCountCount     PIC 9(4) VALUE ZERO.
       01  CourseCountFound     PIC X VALUE "N".
           88  CourseCountEntryFound VALUE "Y".
       01  CountCourseCode      PIC X(4).
       01  CountSection         PIC X(2).
       01  WorkCourseIdx        PIC 9.
       01  WorkCourseLimit      PIC 9.
       01  InstrCourseCount     PIC 9(4) VALUE ZERO.
       01  WorkloadCourseLine.
           02  FILLER           PIC X(10) VALUE "   Course ".
           02  PrnWorkCourseCode PIC X(4).
           02  FILLER           PIC X(5)  VALUE " Sec ".
           02  PrnWorkSection   PIC X(2).
           02  FILLER           PIC X(7)  VALUE "  Term ".
           02  PrnWorkTermCode  PIC X(5).
           02  FILLER           PIC X(13) VALUE "  Headcount =".
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnTermCode   TO ATabTermCode(AsgnIdx)
                    MOVE AsgnInstrId    TO ATabInstrId(AsgnIdx)
                    MOVE AsgnSection    TO ATabSection(AsgnIdx)
                 ELSE
                    MOVE "CRSASSGN.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
           CLOSE StudentFile.
       CountOneStudent.
           MOVE CourseCode TO CountCourseCode
           MOVE CourseSection TO CountSection
           PERFORM AddCourseHead
           MOVE OtherCourseCount TO WorkCourseLimit
           IF WorkCourseLimit > 4
                   UNTIL WorkCourseIdx > WorkCourseLimit
              MOVE OtherCourseCode(WorkCourseIdx)
                             TO CountCourseCode
              MOVE OtherCourseSection(WorkCourseIdx)
                             TO CountSection
              PERFORM AddCourseHead
           END-PERFORM.
       AddCourseHead.
           PERFORM UNTIL CCntIdx > CourseCountCount
              OR CourseCountEntryFound
              IF CCntCourseCode(CCntIdx) = CountCourseCode
                 AND CCntSection(CCntIdx) = CountSection
                 MOVE "Y" TO CourseCountFound
                 ADD 1 TO CCntHeadcount(CCntIdx)
              ELSE
                 ADD 1 TO CourseCountCount
                 SET CCntIdx TO CourseCountCount
                 MOVE CountCourseCode TO CCntCourseCode(CCntIdx)
                 MOVE CountSection TO CCntSection(CCntIdx)
                 MOVE 1 TO CCntHeadcount(CCntIdx)
              ELSE
                 MOVE "STUDENTS.DAT" TO ErrorFileName
           SET CCntIdx TO 1
           PERFORM UNTIL CCntIdx > CourseCountCount
              IF CCntCourseCode(CCntIdx) = CountCourseCode
                 AND CCntSection(CCntIdx) = CountSection
                 MOVE CCntHeadcount(CCntIdx) TO LookupHeadcount
              END-IF
              SET CCntIdx UP BY 1
       ReportOneAssignment.
           ADD 1 TO InstrCourseCount
           MOVE ATabCourseCode(AsgnIdx) TO CountCourseCode
           MOVE ATabSection(AsgnIdx)    TO CountSection
           PERFORM LookupCourseHead
           ADD LookupHeadcount TO InstrHeadTotal
           MOVE ATabCourseCode(AsgnIdx) TO PrnWorkCourseCode
           MOVE ATabSection(AsgnIdx)    TO PrnWorkSection
           MOVE ATabTermCode(AsgnIdx)   TO PrnWorkTermCode
           MOVE LookupHeadcount         TO PrnWorkHeadcount
           WRITE WorkloadReportLine FROM WorkloadCourseLine
