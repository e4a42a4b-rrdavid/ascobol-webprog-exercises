       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "ENRLJRNL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JournalFileStatus.
           SELECT LoadChangeReportFile ASSIGN TO "LOADCHG.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
           01  JournalRecord.
               COPY JRNLCPY.
       FD  LoadChangeReportFile.
           01  LoadChangeReportLine PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LOADCHG".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  JournalFileStatus    PIC XX.
       01  JournalEntryCount    PIC 9(6) VALUE ZERO.
       01  LastMarkerEntry      PIC 9(6) VALUE ZERO.
       01  BeforeStudentDetails.
           COPY STUDCPY.
       01  AfterStudentDetails.
           COPY STUDCPY.
       01  BeforeLoadCredits    PIC 9(3)V9.
       01  BeforeLoadCode       PIC X.
           88  BeforeLoadFailed VALUE "E".
       01  BeforeLoadText       PIC X(14).
       01  BeforeLoadRank       PIC 9.
       01  AfterLoadCredits     PIC 9(3)V9.
       01  AfterLoadCode        PIC X.
           88  AfterLoadFailed  VALUE "E".
       01  AfterLoadText        PIC X(14).
       01  AfterLoadRank        PIC 9.
       01  RankLoadCode         PIC X.
       01  RankLoadValue        PIC 9.
       01  LoadChangeTotals.
           02  EntriesExamined  PIC 9(6) VALUE ZERO.
           02  LoadDropCount    PIC 9(4) VALUE ZERO.
       01  LoadChangeHeadingLine PIC X(40)
           VALUE "  Enrollment Load Change Exceptions".
       01  LoadChangeColumnLine.
           02  FILLER           PIC X(35) VALUE
               "Student  Surname         Was       ".
           02  FILLER           PIC X(30) VALUE
               "        Now            Credits".
       01  LoadChangeDetailLine.
           02  PrnLoadStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnLoadSurname   PIC X(15).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnLoadBefore    PIC X(14).
           02  FILLER           PIC X(4)  VALUE " to ".
           02  PrnLoadAfter     PIC X(14).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnBeforeCredits PIC ZZ9.9.
           02  FILLER           PIC X(2)  VALUE "->".
           02  PrnAfterCredits  PIC ZZ9.9.
       01  LoadExaminedLine.
           02  FILLER           PIC X(22) VALUE "Entries examined   = ".
           02  PrnEntriesExamined PIC ZZZ,ZZ9.
       01  LoadDropCountLine.
           02  FILLER           PIC X(22) VALUE "Load reductions    = ".
           02  PrnLoadDropCount PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM FindLastRunMarker
           OPEN OUTPUT LoadChangeReportFile
           WRITE LoadChangeReportLine FROM LoadChangeHeadingLine
           WRITE LoadChangeReportLine FROM LoadChangeColumnLine
                  AFTER ADVANCING 2 LINES
           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = "00"
              MOVE "ENRLJRNL.DAT" TO ErrorFileName
              MOVE JournalFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE ZERO TO JournalEntryCount
           READ JournalFile
             AT END SET EndOfJournalFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfJournalFile
              ADD 1 TO JournalEntryCount
              IF JournalEntryCount > LastMarkerEntry
                 PERFORM ExamineJournalEntry
              END-IF
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE JournalFile
           MOVE EntriesExamined TO PrnEntriesExamined
           WRITE LoadChangeReportLine FROM LoadExaminedLine
                  AFTER ADVANCING 2 LINES
           MOVE LoadDropCount TO PrnLoadDropCount
           WRITE LoadChangeReportLine FROM LoadDropCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE LoadChangeReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       FindLastRunMarker.
           OPEN INPUT JournalFile
           IF JournalFileStatus = "00"
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfJournalFile
                 ADD 1 TO JournalEntryCount
                 IF JrnlRunMarker
                    MOVE JournalEntryCount TO LastMarkerEntry
                 END-IF
                 READ JournalFile
                   AT END SET EndOfJournalFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE JournalFile
           END-IF
           MOVE SPACES TO JournalRecord.
       ExamineJournalEntry.
           IF JrnlChangeAction OR JrnlDeleteAction
              ADD 1 TO EntriesExamined
              MOVE JrnlBeforeImage TO BeforeStudentDetails
              CALL "LOADCLS" USING BeforeStudentDetails,
                                   BeforeLoadCredits,
                                   BeforeLoadCode, BeforeLoadText
              IF BeforeLoadFailed
                 MOVE "COURSECAT.DAT" TO ErrorFileName
                 MOVE "LE" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              MOVE BeforeLoadCode TO RankLoadCode
              PERFORM RankLoadClass
              MOVE RankLoadValue TO BeforeLoadRank
              IF JrnlDeleteAction
                 MOVE ZERO TO AfterLoadCredits
                 MOVE "N" TO AfterLoadCode
                 MOVE "not enrolled" TO AfterLoadText
              ELSE
                 MOVE JrnlAfterImage TO AfterStudentDetails
                 CALL "LOADCLS" USING AfterStudentDetails,
                                      AfterLoadCredits,
                                      AfterLoadCode, AfterLoadText
                 IF AfterLoadFailed
                    MOVE "COURSECAT.DAT" TO ErrorFileName
                    MOVE "LE" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
              END-IF
              MOVE AfterLoadCode TO RankLoadCode
              PERFORM RankLoadClass
              MOVE RankLoadValue TO AfterLoadRank
              IF AfterLoadRank < BeforeLoadRank
                 PERFORM ReportLoadDrop
              END-IF
           END-IF.
       RankLoadClass.
           EVALUATE RankLoadCode
              WHEN "F"
                 MOVE 4 TO RankLoadValue
              WHEN "Q"
                 MOVE 3 TO RankLoadValue
              WHEN "H"
                 MOVE 2 TO RankLoadValue
              WHEN "L"
                 MOVE 1 TO RankLoadValue
              WHEN OTHER
                 MOVE ZERO TO RankLoadValue
           END-EVALUATE.
       ReportLoadDrop.
           MOVE JrnlStudentId TO PrnLoadStudentId
           MOVE Surname OF BeforeStudentDetails TO PrnLoadSurname
           MOVE BeforeLoadText TO PrnLoadBefore
           MOVE AfterLoadText TO PrnLoadAfter
           MOVE BeforeLoadCredits TO PrnBeforeCredits
           MOVE AfterLoadCredits TO PrnAfterCredits
           WRITE LoadChangeReportLine FROM LoadChangeDetailLine
           ADD 1 TO LoadDropCount.
       END PROGRAM LOADCHG.
