           01  SheetSortRecord.
               88  EndOfSheetSort     VALUE HIGH-VALUES.
               02  SheetCourseCode    PIC X(4).
               02  SheetSection       PIC X(2).
               02  SheetSurname       PIC X(25).
               02  SheetGivenNames    PIC X(15).
               02  SheetStudentId     PIC 9(7).
               03  CStudGivenNames  PIC X(15).
       01  CourseStudentCount   PIC 9(4) VALUE ZERO.
       01  CurrentSheetCourse   PIC X(4).
       01  CurrentSheetSection  PIC X(2).
       01  FirstSheetRecord     PIC X VALUE "Y".
           88  IsFirstSheetRecord VALUE "Y".
       01  SheetCourseIdx       PIC 9.
                                INDEXED BY AsgnIdx.
               03  ATabCourseCode   PIC X(4).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
       01  AssignmentTableCount PIC 9(4) VALUE ZERO.
       01  SheetInstructorName  PIC X(30).
       01  InstrLookupFound     PIC X VALUE "N".
       01  SheetHeadingLine.
           02  FILLER           PIC X(20) VALUE "Attendance - Course ".
           02  PrnSheetCourseCode PIC X(4).
           02  FILLER           PIC X(5)  VALUE " Sec ".
           02  PrnSheetSection  PIC X(2).
           02  FILLER           PIC X(11) VALUE "  Meeting  ".
           02  PrnSheetMeetingDate PIC 9(8).
       01  SheetColumnLine      PIC X(50) VALUE
           OPEN OUTPUT RegisterFile
           SORT SheetSortFile
              ON ASCENDING KEY SheetCourseCode
              ON ASCENDING KEY SheetSection
              ON ASCENDING KEY SheetSurname
              INPUT PROCEDURE IS ReleaseEnrollments
              OUTPUT PROCEDURE IS PrintCourseSheets
           END-IF.
       ReleaseStudentSheets.
           MOVE CourseCode TO SheetCourseCode
           MOVE CourseSection TO SheetSection
           PERFORM ReleaseSheetRecord
           MOVE OtherCourseCount TO SheetCourseLimit
           IF SheetCourseLimit > 4
                   UNTIL SheetCourseIdx > SheetCourseLimit
              MOVE OtherCourseCode(SheetCourseIdx)
                                 TO SheetCourseCode
              MOVE OtherCourseSection(SheetCourseIdx)
                                 TO SheetSection
              PERFORM ReleaseSheetRecord
           END-PERFORM.
       ReleaseSheetRecord.
           PERFORM UNTIL EndOfSheetSort
              IF IsFirstSheetRecord
                 MOVE SheetCourseCode TO CurrentSheetCourse
                 MOVE SheetSection TO CurrentSheetSection
                 MOVE "N" TO FirstSheetRecord
              END-IF
              IF SheetCourseCode NOT = CurrentSheetCourse
                 OR SheetSection NOT = CurrentSheetSection
                 PERFORM PrintSheetsForCourse
                 MOVE SheetCourseCode TO CurrentSheetCourse
                 MOVE SheetSection TO CurrentSheetSection
                 MOVE ZERO TO CourseStudentCount
              END-IF
              IF CourseStudentCount < 200
           PERFORM VARYING MeetingIdx FROM 1 BY 1
                   UNTIL MeetingIdx > MeetingDateCount
              MOVE CurrentSheetCourse TO PrnSheetCourseCode
              MOVE CurrentSheetSection TO PrnSheetSection
              MOVE MeetingTabDate(MeetingIdx) TO PrnSheetMeetingDate
              WRITE RegisterLine FROM SheetHeadingLine
                     AFTER ADVANCING PAGE
                    SET AsgnIdx TO AssignmentTableCount
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnInstrId    TO ATabInstrId(AsgnIdx)
                    MOVE AsgnSection    TO ATabSection(AsgnIdx)
                 ELSE
                    MOVE "CRSASSGN.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
           PERFORM UNTIL AsgnIdx > AssignmentTableCount
              OR InstructorAssigned
              IF ATabCourseCode(AsgnIdx) = CurrentSheetCourse
                 AND ATabSection(AsgnIdx) = CurrentSheetSection
                 MOVE "Y" TO InstrLookupFound
              ELSE
                 SET AsgnIdx UP BY 1
