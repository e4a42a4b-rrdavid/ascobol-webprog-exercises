       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSFEED.
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
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT DeltaSortFile ASSIGN TO "LMSSRT.TMP".
           SELECT LmsDeltaFile ASSIGN TO "LMSDELTA.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LmsReportFile ASSIGN TO "LMSFEED.RPT"
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
       SD  DeltaSortFile.
           01  DeltaSortRecord.
               88  EndOfDeltaSort   VALUE HIGH-VALUES.
               02  DltCourseCode    PIC X(4).
               02  DltSection       PIC X(2).
               02  DltStudentId     PIC 9(7).
               02  DltSequence      PIC 9(8).
               02  DltAction        PIC X.
               02  DltSurname       PIC X(25).
               02  DltGivenNames    PIC X(15).
       FD  LmsDeltaFile.
           01  LmsDeltaRecord.
               COPY LMSCPY.
       FD  LmsReportFile.
           01  LmsReportLine        PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LMSFEED".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  LmsControlStatus     PIC XX.
       01  TermControlStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  JournalFileStatus    PIC XX.
       01  DropExtractStatus    PIC XX.
       01  StudentFileStatus    PIC XX.
       01  FeedRunDate          PIC 9(8).
       01  DisclosureEntry.
           COPY DISCCPY.
       01  FeedTermCode         PIC X(5) VALUE SPACES.
       01  JournalPosition      PIC 9(8) VALUE ZERO.
       01  DropPosition         PIC 9(8) VALUE ZERO.
       01  LastRefreshDate      PIC 9(8) VALUE ZERO.
       01  JournalEntryCount    PIC 9(8) VALUE ZERO.
       01  DropEntryCount       PIC 9(8) VALUE ZERO.
       01  DeltaSequence        PIC 9(8) VALUE ZERO.
       01  ImageStudentDetails.
           COPY STUDCPY.
       01  ImageSet.
           02  ImageSlot OCCURS 5 TIMES.
               03  ImgCourseCode    PIC X(4).
               03  ImgSection       PIC X(2).
       01  ImageSlotCount       PIC 9.
       01  BeforeSet.
           02  BeforeSlot OCCURS 5 TIMES.
               03  BefCourseCode    PIC X(4).
               03  BefSection       PIC X(2).
       01  BeforeSlotCount      PIC 9.
       01  AfterSet.
           02  AfterSlot OCCURS 5 TIMES.
               03  AftCourseCode    PIC X(4).
               03  AftSection       PIC X(2).
       01  AfterSlotCount       PIC 9.
       01  AfterSurname         PIC X(25).
       01  AfterGivenNames      PIC X(15).
       01  BeforeSurname        PIC X(25).
       01  BeforeGivenNames     PIC X(15).
       01  SlotIdx              PIC 9.
       01  MatchIdx             PIC 9.
       01  SlotLimit            PIC 9.
       01  SlotMatchedFlag      PIC X.
           88  SlotMatched      VALUE "Y".
       01  HeldDeltaRecord.
           02  HeldCourseCode   PIC X(4).
           02  HeldSection      PIC X(2).
           02  HeldStudentId    PIC 9(7).
           02  HeldSequence     PIC 9(8).
           02  HeldAction       PIC X.
           02  HeldSurname      PIC X(25).
           02  HeldGivenNames   PIC X(15).
       01  FirstSortRecord      PIC X VALUE "Y".
           88  IsFirstSortRecord VALUE "Y".
       01  FeedTotals.
           02  JournalReadCount PIC 9(6) VALUE ZERO.
           02  DropReadCount    PIC 9(6) VALUE ZERO.
           02  AddSentCount     PIC 9(6) VALUE ZERO.
           02  DropSentCount    PIC 9(6) VALUE ZERO.
           02  PrivacyCount     PIC 9(6) VALUE ZERO.
       01  FeedHeadingLine.
           02  FILLER           PIC X(28)
               VALUE "  LMS Enrollment Delta Feed".
           02  FILLER           PIC X(7)  VALUE " Term  ".
           02  PrnFeedTerm      PIC X(5).
       01  FeedResetLine.
           02  FILLER           PIC X(13) VALUE "Warning  -   ".
           02  PrnFeedResetFile PIC X(12).
           02  FILLER           PIC X(35)
               VALUE " shorter than last feed - reread".
       01  FeedCountLine.
           02  PrnFeedCountText PIC X(20).
           02  PrnFeedCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT FeedRunDate FROM DATE YYYYMMDD
           PERFORM FindFeedTerm
           IF FeedTermCode = SPACES
              MOVE "TERM.CTL" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM CheckLmsControl
           OPEN OUTPUT LmsReportFile
           MOVE FeedTermCode TO PrnFeedTerm
           WRITE LmsReportLine FROM FeedHeadingLine
                  AFTER ADVANCING PAGE
           PERFORM CheckFeedPositions
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT LmsDeltaFile
           SORT DeltaSortFile
              ON ASCENDING KEY DltCourseCode
              ON ASCENDING KEY DltSection
              ON ASCENDING KEY DltStudentId
              ON ASCENDING KEY DltSequence
              INPUT PROCEDURE IS CollectDeltas
              OUTPUT PROCEDURE IS WriteNetDeltas
           CLOSE StudentFile, LmsDeltaFile
           PERFORM SaveLmsControl
           PERFORM PrintFeedTotals
           CLOSE LmsReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindFeedTerm.
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
                       MOVE TermCode TO FeedTermCode
                    END-IF
                    READ TermMasterFile
                      AT END SET EndOfTermFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TermMasterFile
              END-IF
           END-IF.
       CheckLmsControl.
           OPEN INPUT LmsControlFile
           IF LmsControlStatus = "00"
              READ LmsControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlJournalPosition NUMERIC
                      MOVE CtlJournalPosition TO JournalPosition
                   END-IF
                   IF CtlDropPosition NUMERIC
                      MOVE CtlDropPosition TO DropPosition
                   END-IF
                   IF CtlLastRefreshDate NUMERIC
                      MOVE CtlLastRefreshDate TO LastRefreshDate
                   END-IF
              END-READ
              CLOSE LmsControlFile
           END-IF.
       CheckFeedPositions.
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
           IF JournalEntryCount < JournalPosition
              MOVE ZERO TO JournalPosition
              MOVE "ENRLJRNL.DAT" TO PrnFeedResetFile
              WRITE LmsReportLine FROM FeedResetLine
                     AFTER ADVANCING 1 LINES
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
           END-IF
           IF DropEntryCount < DropPosition
              MOVE ZERO TO DropPosition
              MOVE "DROPS.EXT" TO PrnFeedResetFile
              WRITE LmsReportLine FROM FeedResetLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       CollectDeltas.
           MOVE ZERO TO JournalEntryCount
           OPEN INPUT JournalFile
           IF JournalFileStatus = "00"
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfJournalFile
                 ADD 1 TO JournalEntryCount
                 IF JournalEntryCount > JournalPosition
                    AND (JrnlAddAction OR JrnlChangeAction
                         OR JrnlDeleteAction)
                    ADD 1 TO JournalReadCount
                    PERFORM ExamineJournalEntry
                 END-IF
                 READ JournalFile
                   AT END SET EndOfJournalFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE JournalFile
           END-IF
           MOVE ZERO TO DropEntryCount
           OPEN INPUT DropExtractFile
           IF DropExtractStatus = "00"
              READ DropExtractFile
                AT END SET EndOfDropExtract TO TRUE
              END-READ
              PERFORM UNTIL EndOfDropExtract
                 ADD 1 TO DropEntryCount
                 IF DropEntryCount > DropPosition
                    AND DropCourseCode NOT = SPACES
                    ADD 1 TO DropReadCount
                    PERFORM ExamineDropEntry
                 END-IF
                 READ DropExtractFile
                   AT END SET EndOfDropExtract TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DropExtractFile
           END-IF.
       ExamineJournalEntry.
           MOVE ZERO TO BeforeSlotCount, AfterSlotCount
           IF JrnlChangeAction OR JrnlDeleteAction
              MOVE JrnlBeforeImage TO ImageStudentDetails
              PERFORM BuildImageSet
              MOVE ImageSet TO BeforeSet
              MOVE ImageSlotCount TO BeforeSlotCount
              MOVE Surname OF ImageStudentDetails TO BeforeSurname
              MOVE GivenNames OF ImageStudentDetails
                                       TO BeforeGivenNames
           END-IF
           IF JrnlAddAction OR JrnlChangeAction
              MOVE JrnlAfterImage TO ImageStudentDetails
              PERFORM BuildImageSet
              MOVE ImageSet TO AfterSet
              MOVE ImageSlotCount TO AfterSlotCount
              MOVE Surname OF ImageStudentDetails TO AfterSurname
              MOVE GivenNames OF ImageStudentDetails
                                       TO AfterGivenNames
           END-IF
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > AfterSlotCount
              MOVE "N" TO SlotMatchedFlag
              PERFORM VARYING MatchIdx FROM 1 BY 1
                      UNTIL MatchIdx > BeforeSlotCount
                 IF BeforeSlot(MatchIdx) = AfterSlot(SlotIdx)
                    MOVE "Y" TO SlotMatchedFlag
                 END-IF
              END-PERFORM
              IF NOT SlotMatched
                 MOVE AftCourseCode(SlotIdx) TO DltCourseCode
                 MOVE AftSection(SlotIdx) TO DltSection
                 MOVE "A" TO DltAction
                 MOVE AfterSurname TO DltSurname
                 MOVE AfterGivenNames TO DltGivenNames
                 PERFORM ReleaseDelta
              END-IF
           END-PERFORM
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > BeforeSlotCount
              MOVE "N" TO SlotMatchedFlag
              PERFORM VARYING MatchIdx FROM 1 BY 1
                      UNTIL MatchIdx > AfterSlotCount
                 IF AfterSlot(MatchIdx) = BeforeSlot(SlotIdx)
                    MOVE "Y" TO SlotMatchedFlag
                 END-IF
              END-PERFORM
              IF NOT SlotMatched
                 MOVE BefCourseCode(SlotIdx) TO DltCourseCode
                 MOVE BefSection(SlotIdx) TO DltSection
                 MOVE "D" TO DltAction
                 MOVE BeforeSurname TO DltSurname
                 MOVE BeforeGivenNames TO DltGivenNames
                 PERFORM ReleaseDelta
              END-IF
           END-PERFORM.
       BuildImageSet.
           MOVE SPACES TO ImageSet
           MOVE ZERO TO ImageSlotCount
           IF StudentActive OF ImageStudentDetails
              AND CourseCode OF ImageStudentDetails NOT = SPACES
              IF PrivacyRestricted OF ImageStudentDetails
                 ADD 1 TO PrivacyCount
              ELSE
                 MOVE 1 TO ImageSlotCount
                 MOVE CourseCode OF ImageStudentDetails
                                  TO ImgCourseCode(1)
                 MOVE CourseSection OF ImageStudentDetails
                                  TO ImgSection(1)
                 MOVE OtherCourseCount OF ImageStudentDetails
                                  TO SlotLimit
                 IF SlotLimit > 4
                    MOVE 4 TO SlotLimit
                 END-IF
                 PERFORM VARYING SlotIdx FROM 1 BY 1
                         UNTIL SlotIdx > SlotLimit
                    IF OtherCourseCode OF ImageStudentDetails(SlotIdx)
                       NOT = SPACES
                       ADD 1 TO ImageSlotCount
                       MOVE OtherCourseCode OF
                            ImageStudentDetails(SlotIdx)
                            TO ImgCourseCode(ImageSlotCount)
                       MOVE OtherCourseSection OF
                            ImageStudentDetails(SlotIdx)
                            TO ImgSection(ImageSlotCount)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       ExamineDropEntry.
           MOVE DropStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY
                 MOVE SPACES TO DltSurname, DltGivenNames
                 PERFORM ReleaseDropEntry
              NOT INVALID KEY
                 IF PrivacyRestricted OF StudentDetails
                    ADD 1 TO PrivacyCount
                 ELSE
                    MOVE Surname OF StudentDetails TO DltSurname
                    MOVE GivenNames OF StudentDetails
                                          TO DltGivenNames
                    PERFORM ReleaseDropEntry
                 END-IF
           END-READ.
       ReleaseDropEntry.
           MOVE DropCourseCode TO DltCourseCode
           MOVE DropSection TO DltSection
           MOVE "D" TO DltAction
           MOVE DropStudentId TO DltStudentId
           ADD 1 TO DeltaSequence
           MOVE DeltaSequence TO DltSequence
           RELEASE DeltaSortRecord.
       ReleaseDelta.
           MOVE JrnlStudentId TO DltStudentId
           ADD 1 TO DeltaSequence
           MOVE DeltaSequence TO DltSequence
           RELEASE DeltaSortRecord.
       WriteNetDeltas.
           RETURN DeltaSortFile
             AT END SET EndOfDeltaSort TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfDeltaSort
              IF NOT IsFirstSortRecord
                 AND (DltCourseCode NOT = HeldCourseCode
                      OR DltSection NOT = HeldSection
                      OR DltStudentId NOT = HeldStudentId)
                 PERFORM WriteHeldDelta
              END-IF
              MOVE "N" TO FirstSortRecord
              MOVE DeltaSortRecord TO HeldDeltaRecord
              RETURN DeltaSortFile
                AT END SET EndOfDeltaSort TO TRUE
              END-RETURN
           END-PERFORM
           IF NOT IsFirstSortRecord
              PERFORM WriteHeldDelta
           END-IF.
       WriteHeldDelta.
           MOVE SPACES TO LmsDeltaRecord
           MOVE HeldAction TO LmsAction
           MOVE FeedTermCode TO LmsTermCode
           MOVE HeldCourseCode TO LmsCourseCode
           MOVE HeldSection TO LmsSection
           MOVE HeldStudentId TO LmsStudentId
           MOVE HeldSurname TO LmsSurname
           MOVE HeldGivenNames TO LmsGivenNames
           WRITE LmsDeltaRecord
           IF LmsAddAction
              ADD 1 TO AddSentCount
           ELSE
              ADD 1 TO DropSentCount
           END-IF
           MOVE SPACES TO DisclosureEntry
           MOVE HeldStudentId TO DlgStudentId
           MOVE FeedRunDate   TO DlgDiscDate
           MOVE ZERO          TO DlgDiscTime
           MOVE "LMSFEED"     TO DlgProgramName
           MOVE "LEARNING MANAGEMENT SYSTEM" TO DlgRecipient
           MOVE "COURSE ENROLLMENT" TO DlgReleased
           SET DlgBasisOfficial TO TRUE
           CALL "DISCLOG" USING DisclosureEntry.
       SaveLmsControl.
           OPEN OUTPUT LmsControlFile
           MOVE JournalEntryCount TO CtlJournalPosition
           MOVE DropEntryCount TO CtlDropPosition
           MOVE FeedRunDate TO CtlLastFeedDate
           MOVE LastRefreshDate TO CtlLastRefreshDate
           WRITE LmsControlRecord
           CLOSE LmsControlFile.
       PrintFeedTotals.
           MOVE "Journal entries   = " TO PrnFeedCountText
           MOVE JournalReadCount TO PrnFeedCount
           WRITE LmsReportLine FROM FeedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Drop extracts     = " TO PrnFeedCountText
           MOVE DropReadCount TO PrnFeedCount
           WRITE LmsReportLine FROM FeedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Adds sent         = " TO PrnFeedCountText
           MOVE AddSentCount TO PrnFeedCount
           WRITE LmsReportLine FROM FeedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Drops sent        = " TO PrnFeedCountText
           MOVE DropSentCount TO PrnFeedCount
           WRITE LmsReportLine FROM FeedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Privacy withheld  = " TO PrnFeedCountText
           MOVE PrivacyCount TO PrnFeedCount
           WRITE LmsReportLine FROM FeedCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM LMSFEED.
