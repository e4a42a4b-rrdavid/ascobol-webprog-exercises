       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RoomFileStatus.
           SELECT MeetingPatternFile ASSIGN TO "CRSMEET.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS MeetingPatternStatus.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
           SELECT AssignmentFile ASSIGN TO "CRSASSGN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AssignmentFileStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId
                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT RoomAuditReportFile ASSIGN TO "ROOMAUD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RoomFile.
           01  RoomRecord.
               COPY ROOMCPY.
       FD  MeetingPatternFile.
           01  MeetingPatternLine.
               88  EndOfMeetingPattern VALUE HIGH-VALUES.
               02  MeetCourseCode     PIC X(4).
               02  FILLER             PIC X.
               02  MeetWeekdayOffset  PIC 9.
               02  FILLER             PIC X.
               02  MeetPeriod         PIC 9.
               02  FILLER             PIC X.
               02  MeetSection        PIC X(2).
               02  FILLER             PIC X.
               02  MeetBuilding       PIC X(4).
               02  FILLER             PIC X.
               02  MeetRoom           PIC X(5).
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       FD  AssignmentFile.
           01  AssignmentRecord.
               COPY ASGNCPY.
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate   PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  RoomAuditReportFile.
           01  RoomAuditReportLine  PIC X(80).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ROOMAUD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  RoomFileStatus       PIC XX.
       01  MeetingPatternStatus PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  AssignmentFileStatus PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AuditTermCode        PIC X(5) VALUE SPACES.
       01  RoomTable.
           02  RoomEntry OCCURS 200 TIMES INDEXED BY RoomIdx.
               03  RTabBuilding     PIC X(4).
               03  RTabNumber       PIC X(5).
               03  RTabSeats        PIC 9(4).
               03  RTabType         PIC X(2).
       01  RoomTableCount       PIC 9(4) VALUE ZERO.
       01  RoomFoundFlag        PIC X.
           88  RoomFound        VALUE "Y".
       01  MeetingTable.
           02  MeetingEntry OCCURS 300 TIMES
                             INDEXED BY MeetIdx, MeetIdx2.
               03  MTabCourseCode   PIC X(4).
               03  MTabSection      PIC X(2).
               03  MTabOffset       PIC 9.
               03  MTabPeriod       PIC 9.
               03  MTabBuilding     PIC X(4).
               03  MTabRoom         PIC X(5).
       01  MeetingTableCount    PIC 9(4) VALUE ZERO.
       01  RepeatBookingFlag    PIC X.
           88  RepeatBooking    VALUE "Y".
       01  CatalogTable.
           02  CatalogEntry OCCURS 100 TIMES INDEXED BY CatIdx.
               03  CatTabCourseCode PIC X(4).
               03  CatTabCapacity   PIC 9(4).
       01  CatalogTableCount    PIC 9(4) VALUE ZERO.
       01  SectionTable.
           02  SectionEntry OCCURS 200 TIMES INDEXED BY SectIdx.
               03  SectTabCourseCode PIC X(4).
               03  SectTabSection    PIC X(2).
               03  SectTabCapacity   PIC 9(4).
       01  SectionTableCount    PIC 9(4) VALUE ZERO.
       01  HeadcountTable.
           02  HeadcountEntry OCCURS 300 TIMES
                               INDEXED BY HeadIdx.
               03  HTabCourseCode   PIC X(4).
               03  HTabSection      PIC X(2).
               03  HTabHeadcount    PIC 9(5).
       01  HeadcountTableCount  PIC 9(4) VALUE ZERO.
       01  HeadcountFoundFlag   PIC X.
           88  HeadcountFound   VALUE "Y".
       01  CountCourseCode      PIC X(4).
       01  CountSection         PIC X(2).
       01  StudentCourseIdx     PIC 9.
       01  StudentCourseLimit   PIC 9.
       01  FitCapacity          PIC 9(4).
       01  FitEnrolled          PIC 9(5).
       01  AuditTotals.
           02  MeetingsChecked  PIC 9(6) VALUE ZERO.
           02  CollisionCount   PIC 9(6) VALUE ZERO.
           02  SeatFitCount     PIC 9(6) VALUE ZERO.
       01  RoomAuditHeadingLine PIC X(40)
           VALUE "  Room Booking and Seat-Fit Audit".
       01  RoomAuditTermLine.
           02  FILLER           PIC X(6)  VALUE "Term  ".
           02  PrnAuditTerm     PIC X(5).
       01  CollisionHeadingLine PIC X(40)
           VALUE "Room collisions".
       01  CollisionDetailLine.
           02  FILLER           PIC X(11) VALUE "Collision -".
           02  PrnColBuilding   PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnColRoom       PIC X(5).
           02  FILLER           PIC X(10) VALUE "  day/per ".
           02  PrnColOffset     PIC 9.
           02  FILLER           PIC X     VALUE "/".
           02  PrnColPeriod     PIC 9.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnColCourse1    PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnColSection1   PIC X(2).
           02  FILLER           PIC X(3)  VALUE " / ".
           02  PrnColCourse2    PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnColSection2   PIC X(2).
       01  SeatFitHeadingLine   PIC X(40)
           VALUE "Rooms too small for the class".
       01  SeatFitDetailLine.
           02  FILLER           PIC X(11) VALUE "Seat fit  -".
           02  PrnFitCourse     PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnFitSection    PIC X(2).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnFitBuilding   PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnFitRoom       PIC X(5).
           02  FILLER           PIC X(8)  VALUE "  seats ".
           02  PrnFitSeats      PIC Z,ZZ9.
           02  FILLER           PIC X(6)  VALUE "  cap ".
           02  PrnFitCapacity   PIC Z,ZZ9.
           02  FILLER           PIC X(11) VALUE "  enrolled ".
           02  PrnFitEnrolled   PIC ZZ,ZZ9.
       01  UnknownRoomLine.
           02  FILLER           PIC X(11) VALUE "No room   -".
           02  PrnUnkCourse     PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnUnkSection    PIC X(2).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnUnkBuilding   PIC X(4).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnUnkRoom       PIC X(5).
           02  FILLER           PIC X(21) VALUE
               "  room not on master".
       01  MeetingsCheckedLine.
           02  FILLER           PIC X(21) VALUE
               "Meetings checked   = ".
           02  PrnMeetingsChecked PIC ZZZ,ZZ9.
       01  CollisionCountLine.
           02  FILLER           PIC X(21) VALUE
               "Room collisions    = ".
           02  PrnCollisionCount PIC ZZZ,ZZ9.
       01  SeatFitCountLine.
           02  FILLER           PIC X(21) VALUE
               "Seat-fit exceptions= ".
           02  PrnSeatFitCount  PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindAuditTerm
           PERFORM LoadRoomTable
           PERFORM LoadMeetingTable
           PERFORM LoadCatalogCapacity
           PERFORM LoadSectionCapacity
           PERFORM CountEnrollment
           OPEN OUTPUT RoomAuditReportFile
           WRITE RoomAuditReportLine FROM RoomAuditHeadingLine
                  AFTER ADVANCING PAGE
           MOVE AuditTermCode TO PrnAuditTerm
           WRITE RoomAuditReportLine FROM RoomAuditTermLine
                  AFTER ADVANCING 1 LINES
           WRITE RoomAuditReportLine FROM CollisionHeadingLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING MeetIdx FROM 1 BY 1
                   UNTIL MeetIdx >= MeetingTableCount
              IF MTabRoom(MeetIdx) NOT = SPACES
                 PERFORM CheckRoomCollisions
              END-IF
           END-PERFORM
           WRITE RoomAuditReportLine FROM SeatFitHeadingLine
                  AFTER ADVANCING 2 LINES
           PERFORM VARYING MeetIdx FROM 1 BY 1
                   UNTIL MeetIdx > MeetingTableCount
              IF MTabRoom(MeetIdx) NOT = SPACES
                 ADD 1 TO MeetingsChecked
                 PERFORM CheckSeatFit
              END-IF
           END-PERFORM
           MOVE MeetingsChecked TO PrnMeetingsChecked
           WRITE RoomAuditReportLine FROM MeetingsCheckedLine
                  AFTER ADVANCING 2 LINES
           MOVE CollisionCount TO PrnCollisionCount
           WRITE RoomAuditReportLine FROM CollisionCountLine
                  AFTER ADVANCING 1 LINES
           MOVE SeatFitCount TO PrnSeatFitCount
           WRITE RoomAuditReportLine FROM SeatFitCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE RoomAuditReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindAuditTerm.
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
                       MOVE TermCode TO AuditTermCode
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       LoadRoomTable.
           OPEN INPUT RoomFile
           IF RoomFileStatus NOT = "00"
              MOVE "ROOMS.DAT" TO ErrorFileName
              MOVE RoomFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ RoomFile
             AT END SET EndOfRoomFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRoomFile
              IF RoomTableCount < 200
                 ADD 1 TO RoomTableCount
                 SET RoomIdx TO RoomTableCount
                 MOVE RoomBuilding TO RTabBuilding(RoomIdx)
                 MOVE RoomNumber   TO RTabNumber(RoomIdx)
                 IF RoomSeats NUMERIC
                    MOVE RoomSeats TO RTabSeats(RoomIdx)
                 ELSE
                    MOVE ZERO TO RTabSeats(RoomIdx)
                 END-IF
                 MOVE RoomType     TO RTabType(RoomIdx)
              ELSE
                 MOVE "ROOMS.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ RoomFile
                AT END SET EndOfRoomFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RoomFile.
       LoadMeetingTable.
           OPEN INPUT MeetingPatternFile
           IF MeetingPatternStatus NOT = "00"
              MOVE "CRSMEET.DAT" TO ErrorFileName
              MOVE MeetingPatternStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ MeetingPatternFile
             AT END SET EndOfMeetingPattern TO TRUE
           END-READ
           PERFORM UNTIL EndOfMeetingPattern
              IF MeetingTableCount < 300
                 ADD 1 TO MeetingTableCount
                 SET MeetIdx TO MeetingTableCount
                 MOVE MeetCourseCode    TO MTabCourseCode(MeetIdx)
                 MOVE MeetSection       TO MTabSection(MeetIdx)
                 MOVE MeetWeekdayOffset TO MTabOffset(MeetIdx)
                 MOVE MeetPeriod        TO MTabPeriod(MeetIdx)
                 MOVE MeetBuilding      TO MTabBuilding(MeetIdx)
                 MOVE MeetRoom          TO MTabRoom(MeetIdx)
              ELSE
                 MOVE "CRSMEET.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ MeetingPatternFile
                AT END SET EndOfMeetingPattern TO TRUE
              END-READ
           END-PERFORM
           CLOSE MeetingPatternFile.
       LoadCatalogCapacity.
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus NOT = "00"
              MOVE "COURSECAT.DAT" TO ErrorFileName
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
                 MOVE CatCapacity   TO CatTabCapacity(CatIdx)
              END-IF
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseCatalogFile.
       LoadSectionCapacity.
           OPEN INPUT AssignmentFile
           IF AssignmentFileStatus = "00"
              READ AssignmentFile
                AT END SET EndOfAssignFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAssignFile
                 IF AsgnTermCode = AuditTermCode
                    AND AsgnSection NOT = SPACES
                    AND SectionTableCount < 200
                    ADD 1 TO SectionTableCount
                    SET SectIdx TO SectionTableCount
                    MOVE AsgnCourseCode TO SectTabCourseCode(SectIdx)
                    MOVE AsgnSection    TO SectTabSection(SectIdx)
                    IF AsgnSeatCapacity NUMERIC
                       MOVE AsgnSeatCapacity
                                   TO SectTabCapacity(SectIdx)
                    ELSE
                       MOVE ZERO TO SectTabCapacity(SectIdx)
                    END-IF
                 END-IF
                 READ AssignmentFile
                   AT END SET EndOfAssignFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AssignmentFile
           END-IF.
       CountEnrollment.
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
                 MOVE CourseCode TO CountCourseCode
                 MOVE CourseSection TO CountSection
                 PERFORM AddHeadcount
                 MOVE OtherCourseCount TO StudentCourseLimit
                 IF StudentCourseLimit > 4
                    MOVE 4 TO StudentCourseLimit
                 END-IF
                 PERFORM VARYING StudentCourseIdx FROM 1 BY 1
                         UNTIL StudentCourseIdx > StudentCourseLimit
                    MOVE OtherCourseCode(StudentCourseIdx)
                                   TO CountCourseCode
                    MOVE OtherCourseSection(StudentCourseIdx)
                                   TO CountSection
                    PERFORM AddHeadcount
                 END-PERFORM
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile.
       AddHeadcount.
           IF CountCourseCode NOT = SPACES
              MOVE "N" TO HeadcountFoundFlag
              SET HeadIdx TO 1
              PERFORM UNTIL HeadIdx > HeadcountTableCount
                 OR HeadcountFound
                 IF HTabCourseCode(HeadIdx) = CountCourseCode
                    AND HTabSection(HeadIdx) = CountSection
                    MOVE "Y" TO HeadcountFoundFlag
                 ELSE
                    SET HeadIdx UP BY 1
                 END-IF
              END-PERFORM
              IF NOT HeadcountFound
                 AND HeadcountTableCount < 300
                 ADD 1 TO HeadcountTableCount
                 SET HeadIdx TO HeadcountTableCount
                 MOVE CountCourseCode TO HTabCourseCode(HeadIdx)
                 MOVE CountSection    TO HTabSection(HeadIdx)
                 MOVE ZERO TO HTabHeadcount(HeadIdx)
                 MOVE "Y" TO HeadcountFoundFlag
              END-IF
              IF HeadcountFound
                 ADD 1 TO HTabHeadcount(HeadIdx)
              END-IF
           END-IF.
       CheckRoomCollisions.
           SET MeetIdx2 TO MeetIdx
           SET MeetIdx2 UP BY 1
           PERFORM UNTIL MeetIdx2 > MeetingTableCount
              IF MTabBuilding(MeetIdx2) = MTabBuilding(MeetIdx)
                 AND MTabRoom(MeetIdx2) = MTabRoom(MeetIdx)
                 AND MTabOffset(MeetIdx2) = MTabOffset(MeetIdx)
                 AND MTabPeriod(MeetIdx2) = MTabPeriod(MeetIdx)
                 AND (MTabCourseCode(MeetIdx2) NOT =
                      MTabCourseCode(MeetIdx)
                      OR MTabSection(MeetIdx2) NOT =
                      MTabSection(MeetIdx))
                 ADD 1 TO CollisionCount
                 MOVE MTabBuilding(MeetIdx)   TO PrnColBuilding
                 MOVE MTabRoom(MeetIdx)       TO PrnColRoom
                 MOVE MTabOffset(MeetIdx)     TO PrnColOffset
                 MOVE MTabPeriod(MeetIdx)     TO PrnColPeriod
                 MOVE MTabCourseCode(MeetIdx) TO PrnColCourse1
                 MOVE MTabSection(MeetIdx)    TO PrnColSection1
                 MOVE MTabCourseCode(MeetIdx2) TO PrnColCourse2
                 MOVE MTabSection(MeetIdx2)   TO PrnColSection2
                 WRITE RoomAuditReportLine FROM CollisionDetailLine
                        AFTER ADVANCING 1 LINES
              END-IF
              SET MeetIdx2 UP BY 1
           END-PERFORM.
       CheckSeatFit.
           MOVE "N" TO RepeatBookingFlag
           SET MeetIdx2 TO 1
           PERFORM UNTIL MeetIdx2 >= MeetIdx
              OR RepeatBooking
              IF MTabCourseCode(MeetIdx2) = MTabCourseCode(MeetIdx)
                 AND MTabSection(MeetIdx2) = MTabSection(MeetIdx)
                 AND MTabBuilding(MeetIdx2) = MTabBuilding(MeetIdx)
                 AND MTabRoom(MeetIdx2) = MTabRoom(MeetIdx)
                 MOVE "Y" TO RepeatBookingFlag
              ELSE
                 SET MeetIdx2 UP BY 1
              END-IF
           END-PERFORM
           IF NOT RepeatBooking
              PERFORM FindMeetingRoom
              IF NOT RoomFound
                 ADD 1 TO SeatFitCount
                 MOVE MTabCourseCode(MeetIdx) TO PrnUnkCourse
                 MOVE MTabSection(MeetIdx)    TO PrnUnkSection
                 MOVE MTabBuilding(MeetIdx)   TO PrnUnkBuilding
                 MOVE MTabRoom(MeetIdx)       TO PrnUnkRoom
                 WRITE RoomAuditReportLine FROM UnknownRoomLine
                        AFTER ADVANCING 1 LINES
              ELSE
                 PERFORM FindClassSize
                 IF FitCapacity > RTabSeats(RoomIdx)
                    OR FitEnrolled > RTabSeats(RoomIdx)
                    ADD 1 TO SeatFitCount
                    MOVE MTabCourseCode(MeetIdx) TO PrnFitCourse
                    MOVE MTabSection(MeetIdx)    TO PrnFitSection
                    MOVE MTabBuilding(MeetIdx)   TO PrnFitBuilding
                    MOVE MTabRoom(MeetIdx)       TO PrnFitRoom
                    MOVE RTabSeats(RoomIdx)      TO PrnFitSeats
                    MOVE FitCapacity             TO PrnFitCapacity
                    MOVE FitEnrolled             TO PrnFitEnrolled
                    WRITE RoomAuditReportLine FROM SeatFitDetailLine
                           AFTER ADVANCING 1 LINES
                 END-IF
              END-IF
           END-IF.
       FindMeetingRoom.
           MOVE "N" TO RoomFoundFlag
           SET RoomIdx TO 1
           PERFORM UNTIL RoomIdx > RoomTableCount
              OR RoomFound
              IF RTabBuilding(RoomIdx) = MTabBuilding(MeetIdx)
                 AND RTabNumber(RoomIdx) = MTabRoom(MeetIdx)
                 MOVE "Y" TO RoomFoundFlag
              ELSE
                 SET RoomIdx UP BY 1
              END-IF
           END-PERFORM.
       FindClassSize.
           MOVE ZERO TO FitCapacity
           MOVE ZERO TO FitEnrolled
           PERFORM VARYING CatIdx FROM 1 BY 1
                   UNTIL CatIdx > CatalogTableCount
              IF CatTabCourseCode(CatIdx) = MTabCourseCode(MeetIdx)
                 MOVE CatTabCapacity(CatIdx) TO FitCapacity
              END-IF
           END-PERFORM
           IF MTabSection(MeetIdx) NOT = SPACES
              PERFORM VARYING SectIdx FROM 1 BY 1
                      UNTIL SectIdx > SectionTableCount
                 IF SectTabCourseCode(SectIdx) =
                    MTabCourseCode(MeetIdx)
                    AND SectTabSection(SectIdx) = MTabSection(MeetIdx)
                    AND SectTabCapacity(SectIdx) > ZERO
                    MOVE SectTabCapacity(SectIdx) TO FitCapacity
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING HeadIdx FROM 1 BY 1
                   UNTIL HeadIdx > HeadcountTableCount
              IF HTabCourseCode(HeadIdx) = MTabCourseCode(MeetIdx)
                 AND (MTabSection(MeetIdx) = SPACES
                      OR HTabSection(HeadIdx) = MTabSection(MeetIdx))
                 ADD HTabHeadcount(HeadIdx) TO FitEnrolled
              END-IF
           END-PERFORM.
       END PROGRAM ROOMAUD.
