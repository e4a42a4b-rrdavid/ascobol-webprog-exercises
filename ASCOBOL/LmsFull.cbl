       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSFULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LmsControlFile ASSIGN TO "LMSCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS LmsControlStatus.
           SELECT TermControlFile ASSIGN TO "TERM.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermControlStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT JournalFile ASSIGN TO "ENRLJRNL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JournalFileStatus.
           SELECT DropExtractFile ASSIGN TO "DROPS.EXT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DropExtractStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT LmsRosterFile ASSIGN TO "LMSROST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LmsReportFile ASSIGN TO "LMSFULL.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LmsControlFile.
           01  LmsControlRecord.
               02  CtlJournalPosition   PIC 9(8).
               02  CtlDropPosition      PIC 9(8).
               02  CtlLastFeedDate      PIC 9(8).
               02  CtlLastRefreshDate   PIC 9(8).
       FD  TermControlFile.
           01  TermControlRecord.
               02  CtlTermStartDate PIC 9(8).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  JournalFile.
           01  JournalRecord.
               COPY JRNLCPY.
       FD  DropExtractFile.
           01  DropExtractRecord.
               88  EndOfDropExtract VALUE HIGH-VALUES.
               02  DropStudentId    PIC 9(7).
               02  DropCourseCode   PIC X(4).
               02  DropDate         PIC 9(8).
               02  DropSection      PIC X(2).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  LmsRosterFile.
           01  LmsRosterRecord.
               COPY LMSCPY.
       FD  LmsReportFile.
           01  LmsReportLine        PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LMSFULL".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  LmsControlStatus     PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  JournalFileStatus    PIC XX.
       01  DropExtractStatus    PIC XX.
       01  StudentFileStatus    PIC XX.
       01  RefreshRunDate       PIC 9(8).
       01  DisclosureEntry.
           COPY DISCCPY.
       01  RefreshTermCode      PIC X(5) VALUE SPACES.
       01  LastFeedDate         PIC 9(8) VALUE ZERO.
       01  JournalEntryCount    PIC 9(8) VALUE ZERO.
       01  DropEntryCount       PIC 9(8) VALUE ZERO.
       01  SlotIdx              PIC 9.
       01  SlotLimit            PIC 9.
       01  RefreshTotals.
           02  StudentsSentCount PIC 9(6) VALUE ZERO.
           02  RosterLineCount  PIC 9(6) VALUE ZERO.
           02  PrivacyCount     PIC 9(6) VALUE ZERO.
       01  RefreshHeadingLine.
           02  FILLER           PIC X(30)
               VALUE "  LMS Full Roster Refresh".
           02  FILLER           PIC X(7)  VALUE " Term  ".
           02  PrnRefreshTerm   PIC X(5).
       01  RefreshCountLine.
           02  PrnRefreshCountText PIC X(20).
           02  PrnRefreshCount  PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT RefreshRunDate FROM DATE YYYYMMDD
           PERFORM FindRefreshTerm
           IF RefreshTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM CountFeedPositions
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT LmsRosterFile
           READ StudentFile
             AT END SET EndOfStudentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile
              IF StudentActive AND CourseCode NOT = SPACES
                 IF PrivacyRestricted
                    ADD 1 TO PrivacyCount
                 ELSE
                    PERFORM WriteStudentRoster
                 END-IF
              END-IF
              READ StudentFile
                AT END SET EndOfStudentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile, LmsRosterFile
           PERFORM SaveLmsControl
           PERFORM PrintRefreshTotals
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindRefreshTerm.
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
                       MOVE TermCode TO RefreshTermCode
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       CountFeedPositions.
           OPEN INPUT LmsControlFile
           IF LmsControlStatus = "00"
              READ LmsControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlLastFeedDate NUMERIC
                      MOVE CtlLastFeedDate TO LastFeedDate
                   END-IF
              END-READ
              CLOSE LmsControlFile
           END-IF
           OPEN INPUT JournalFile
           IF JournalFileStatus = "00"
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfJournalFile
                 ADD 1 TO JournalEntryCount
                 READ JournalFile
                   AT END SET EndOfJournalFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE JournalFile
           END-IF
           OPEN INPUT DropExtractFile
           IF DropExtractStatus = "00"
              READ DropExtractFile
                AT END SET EndOfDropExtract TO TRUE
              END-READ
              PERFORM UNTIL EndOfDropExtract
                 ADD 1 TO DropEntryCount
                 READ DropExtractFile
                   AT END SET EndOfDropExtract TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DropExtractFile
           END-IF.
       WriteStudentRoster.
           ADD 1 TO StudentsSentCount
           MOVE SPACES TO DisclosureEntry
           MOVE StudentId OF StudentDetails TO DlgStudentId
           MOVE RefreshRunDate TO DlgDiscDate
           MOVE ZERO           TO DlgDiscTime
           MOVE "LMSFULL"      TO DlgProgramName
           MOVE "LEARNING MANAGEMENT SYSTEM" TO DlgRecipient
           MOVE "COURSE ENROLLMENT" TO DlgReleased
           SET DlgBasisOfficial TO TRUE
           CALL "DISCLOG" USING DisclosureEntry
           MOVE CourseCode TO LmsCourseCode
           MOVE CourseSection TO LmsSection
           PERFORM WriteRosterLine
           MOVE OtherCourseCount TO SlotLimit
           IF SlotLimit > 4
              MOVE 4 TO SlotLimit
           END-IF
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > SlotLimit
              IF OtherCourseCode(SlotIdx) NOT = SPACES
                 MOVE OtherCourseCode(SlotIdx) TO LmsCourseCode
                 MOVE OtherCourseSection(SlotIdx) TO LmsSection
                 PERFORM WriteRosterLine
              END-IF
           END-PERFORM.
       WriteRosterLine.
           MOVE "R" TO LmsAction
           MOVE RefreshTermCode TO LmsTermCode
           MOVE StudentId OF StudentDetails TO LmsStudentId
           MOVE Surname TO LmsSurname
           MOVE GivenNames TO LmsGivenNames
           WRITE LmsRosterRecord
           ADD 1 TO RosterLineCount.
       SaveLmsControl.
           OPEN OUTPUT LmsControlFile
           MOVE JournalEntryCount TO CtlJournalPosition
           MOVE DropEntryCount TO CtlDropPosition
           MOVE LastFeedDate TO CtlLastFeedDate
           MOVE RefreshRunDate TO CtlLastRefreshDate
           WRITE LmsControlRecord
           CLOSE LmsControlFile.
       PrintRefreshTotals.
           OPEN OUTPUT LmsReportFile
           MOVE RefreshTermCode TO PrnRefreshTerm
           WRITE LmsReportLine FROM RefreshHeadingLine
                  AFTER ADVANCING PAGE
           MOVE "Students sent     = " TO PrnRefreshCountText
           MOVE StudentsSentCount TO PrnRefreshCount
           WRITE LmsReportLine FROM RefreshCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Roster lines      = " TO PrnRefreshCountText
           MOVE RosterLineCount TO PrnRefreshCount
           WRITE LmsReportLine FROM RefreshCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Privacy withheld  = " TO PrnRefreshCountText
           MOVE PrivacyCount TO PrnRefreshCount
           WRITE LmsReportLine FROM RefreshCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE LmsReportFile.
       END PROGRAM LMSFULL.
