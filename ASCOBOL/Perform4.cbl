               02  PatCourseCode      PIC X(4).
               02  PatWeekdayOffset   PIC 9.
               02  PatPeriod          PIC 9.
               02  PatSection         PIC X(2).
               02  PatBuilding        PIC X(4).
               02  PatRoom            PIC X(5).
       FD  MeetingPatternFile.
           01  MeetingPatternLine.
               02  MeetCourseCode     PIC X(4).
               02  MeetWeekdayOffset  PIC 9.
               02  FILLER             PIC X VALUE SPACE.
               02  MeetPeriod         PIC 9.
               02  FILLER             PIC X VALUE SPACE.
               02  MeetSection        PIC X(2).
               02  FILLER             PIC X VALUE SPACE.
               02  MeetBuilding       PIC X(4).
               02  FILLER             PIC X VALUE SPACE.
               02  MeetRoom           PIC X(5).
       WORKING-STORAGE SECTION.
       01  CoursePatternStatus  PIC XX.
       01  PatternWrittenCount  PIC 9(4) VALUE ZERO.
              MOVE PatCourseCode    TO MeetCourseCode
              MOVE PatWeekdayOffset TO MeetWeekdayOffset
              MOVE PatPeriod        TO MeetPeriod
              MOVE PatSection       TO MeetSection
              MOVE PatBuilding      TO MeetBuilding
              MOVE PatRoom          TO MeetRoom
              WRITE MeetingPatternLine
              ADD 1 TO PatternWrittenCount
           ELSE
