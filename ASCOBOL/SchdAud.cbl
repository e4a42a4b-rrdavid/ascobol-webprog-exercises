               02  MeetWeekdayOffset  PIC 9.
               02  FILLER             PIC X.
               02  MeetPeriod         PIC 9.
               02  FILLER             PIC X.
               02  MeetSection        PIC X(2).
               02  FILLER             PIC X.
               02  MeetBuilding       PIC X(4).
               02  FILLER             PIC X.
               02  MeetRoom           PIC X(5).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
               03  PTabCourseCode   PIC X(4).
               03  PTabOffset       PIC 9.
               03  PTabPeriod       PIC 9.
               03  PTabSection      PIC X(2).
       01  PatternTableCount    PIC 9(4) VALUE ZERO.
       01  StudentSlotTable.
           02  StudentSlotEntry OCCURS 45 TIMES
       01  StudentCourseIdx     PIC 9.
       01  StudentCourseLimit   PIC 9.
       01  SlotCheckCourse      PIC X(4).
       01  SlotCheckSection     PIC X(2).
       01  StudentConflictFlag  PIC X.
           88  StudentHasConflict VALUE "Y".
       01  AuditTotals.
                 MOVE MeetCourseCode    TO PTabCourseCode(PatIdx)
                 MOVE MeetWeekdayOffset TO PTabOffset(PatIdx)
                 MOVE MeetPeriod        TO PTabPeriod(PatIdx)
                 MOVE MeetSection       TO PTabSection(PatIdx)
              ELSE
                 MOVE "CRSMEET.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
           MOVE "N" TO StudentConflictFlag
           MOVE ZERO TO StudentSlotCount
           MOVE CourseCode TO SlotCheckCourse
           MOVE CourseSection TO SlotCheckSection
           PERFORM CollectCourseSlots
           MOVE OtherCourseCount TO StudentCourseLimit
           IF StudentCourseLimit > 4
                   UNTIL StudentCourseIdx > StudentCourseLimit
              MOVE OtherCourseCode(StudentCourseIdx)
                             TO SlotCheckCourse
              MOVE OtherCourseSection(StudentCourseIdx)
                             TO SlotCheckSection
              PERFORM CollectCourseSlots
           END-PERFORM
           PERFORM CompareStudentSlots
           SET PatIdx TO 1
           PERFORM UNTIL PatIdx > PatternTableCount
              IF PTabCourseCode(PatIdx) = SlotCheckCourse
                 AND (PTabSection(PatIdx) = SlotCheckSection
                      OR PTabSection(PatIdx) = SPACES)
                 AND StudentSlotCount < 45
                 ADD 1 TO StudentSlotCount
                 SET SlotIdx TO StudentSlotCount
