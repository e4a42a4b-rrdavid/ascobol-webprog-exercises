       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TurnaroundFile ASSIGN TO "GRDTURN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TurnaroundFileStatus.
           SELECT GradeTxnFile ASSIGN TO "GRADETXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GradeTxnFileStatus.
           SELECT ConvertReportFile ASSIGN TO "GRDCONV.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TurnaroundFile.
           01  TurnaroundRecord.
               COPY TURNCPY.
       FD  GradeTxnFile.
           01  GradeTxnRecord.
               02  GTxnStudentId    PIC 9(7).
               02  GTxnCourseCode   PIC X(4).
               02  GTxnTermCode     PIC X(5).
               02  GTxnGradeMark    PIC XX.
               02  GTxnDeadline     PIC 9(8).
               02  GTxnChangeCode   PIC X.
               02  GTxnAuthUserId   PIC X(8).
               02  GTxnSection      PIC X(2).
       FD  ConvertReportFile.
           01  ConvertReportLine    PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "GRDCONV".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  TurnaroundFileStatus PIC XX.
       01  GradeTxnFileStatus   PIC XX.
       01  ConvertRunDate       PIC 9(8).
       01  ConvertTotals.
           02  TurnReadCount    PIC 9(6) VALUE ZERO.
           02  ConvertedCount   PIC 9(6) VALUE ZERO.
           02  BlankMarkCount   PIC 9(6) VALUE ZERO.
           02  RejectedCount    PIC 9(6) VALUE ZERO.
       01  ConvertHeadingLine   PIC X(40)
           VALUE "  Grade Roster Turnaround Conversion".
       01  ConvertErrorLine.
           02  FILLER           PIC X(9)  VALUE "Error   -".
           02  PrnConvStudentId PIC 9(7).
           02  FILLER           PIC X(1)  VALUE SPACES.
           02  PrnConvCourse    PIC X(4).
           02  FILLER           PIC X(1)  VALUE "-".
           02  PrnConvSection   PIC X(2).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnConvText      PIC X(30).
       01  ConvertCountLine.
           02  PrnConvCountText PIC X(20).
           02  PrnConvCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT ConvertRunDate FROM DATE YYYYMMDD
           OPEN INPUT TurnaroundFile
           IF TurnaroundFileStatus NOT = "00"
              MOVE "GRDTURN.DAT" TO ErrorFileName
              MOVE TurnaroundFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND GradeTxnFile
           IF GradeTxnFileStatus = "35"
              OPEN OUTPUT GradeTxnFile
           END-IF
           OPEN OUTPUT ConvertReportFile
           WRITE ConvertReportLine FROM ConvertHeadingLine
                  AFTER ADVANCING PAGE
           WRITE ConvertReportLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           READ TurnaroundFile
             AT END SET EndOfTurnaroundFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTurnaroundFile
              ADD 1 TO TurnReadCount
              PERFORM ConvertOneLine
              READ TurnaroundFile
                AT END SET EndOfTurnaroundFile TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintConvertTotals
           CLOSE TurnaroundFile, GradeTxnFile, ConvertReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ConvertOneLine.
           INSPECT TurnGradeMark CONVERTING "abcdfi" TO "ABCDFI"
           IF TurnDeadline NOT NUMERIC
              MOVE ZERO TO TurnDeadline
           END-IF
           EVALUATE TRUE
              WHEN TurnGradeMark = SPACES
                 ADD 1 TO BlankMarkCount
                 MOVE "no grade entered" TO PrnConvText
                 PERFORM WriteConvertError
              WHEN TurnIncompleteMark
                 AND TurnDeadline <= ConvertRunDate
                 ADD 1 TO RejectedCount
                 MOVE "incomplete needs deadline" TO PrnConvText
                 PERFORM WriteConvertError
              WHEN TurnPassingMark
              WHEN TurnFailingMark
              WHEN TurnIncompleteMark
                 PERFORM WriteGradeTxn
              WHEN OTHER
                 ADD 1 TO RejectedCount
                 MOVE "unrecognized grade mark" TO PrnConvText
                 PERFORM WriteConvertError
           END-EVALUATE.
       WriteGradeTxn.
           MOVE SPACES TO GradeTxnRecord
           MOVE TurnStudentId TO GTxnStudentId
           MOVE TurnCourseCode TO GTxnCourseCode
           MOVE TurnTermCode TO GTxnTermCode
           MOVE TurnGradeMark TO GTxnGradeMark
           IF TurnIncompleteMark
              MOVE TurnDeadline TO GTxnDeadline
           ELSE
              MOVE ZERO TO GTxnDeadline
           END-IF
           MOVE TurnSection TO GTxnSection
           WRITE GradeTxnRecord
           ADD 1 TO ConvertedCount.
       WriteConvertError.
           MOVE TurnStudentId TO PrnConvStudentId
           MOVE TurnCourseCode TO PrnConvCourse
           MOVE TurnSection TO PrnConvSection
           WRITE ConvertReportLine FROM ConvertErrorLine
                  AFTER ADVANCING 1 LINES.
       PrintConvertTotals.
           MOVE "Roster lines read = " TO PrnConvCountText
           MOVE TurnReadCount TO PrnConvCount
           WRITE ConvertReportLine FROM ConvertCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Grades converted  = " TO PrnConvCountText
           MOVE ConvertedCount TO PrnConvCount
           WRITE ConvertReportLine FROM ConvertCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "No grade entered  = " TO PrnConvCountText
           MOVE BlankMarkCount TO PrnConvCount
           WRITE ConvertReportLine FROM ConvertCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Rejected          = " TO PrnConvCountText
           MOVE RejectedCount TO PrnConvCount
           WRITE ConvertReportLine FROM ConvertCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM GRDCONV.
