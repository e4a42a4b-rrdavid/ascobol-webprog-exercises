       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLHERR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClhErrorFile ASSIGN TO "CLHERR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ClhErrorFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT ClhErrorReportFile ASSIGN TO "CLHERR.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ClhErrorFile.
           01  ClhErrorRecord.
               88  EndOfClhErrorFile VALUE HIGH-VALUES.
               02  CerStudentId     PIC 9(7).
               02  CerTermCode      PIC X(5).
               02  CerErrorCode     PIC X(4).
               02  CerErrorText     PIC X(40).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ClhErrorReportFile.
           01  ClhErrorReportLine   PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "CLHERR".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ClhErrorFileStatus   PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ClhErrorTotals.
           02  ErrorReadCount   PIC 9(6) VALUE ZERO.
           02  NotOnMasterCount PIC 9(6) VALUE ZERO.
       01  ClhErrHeadingLine    PIC X(40)
           VALUE "  Clearinghouse Error Return Listing".
       01  ClhErrStudentLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnCerStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCerSurname    PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnCerGivenNames PIC X(15).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnCerTermCode   PIC X(5).
       01  ClhErrReasonLine.
           02  FILLER           PIC X(10) VALUE SPACES.
           02  PrnCerErrorCode  PIC X(4).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnCerErrorText  PIC X(40).
       01  ClhErrCountLine.
           02  PrnCerCountText  PIC X(20).
           02  PrnCerCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT ClhErrorFile
           IF ClhErrorFileStatus NOT = "00"
              MOVE "CLHERR.DAT" TO ErrorFileName
              MOVE ClhErrorFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT ClhErrorReportFile
           WRITE ClhErrorReportLine FROM ClhErrHeadingLine
                  AFTER ADVANCING PAGE
           WRITE ClhErrorReportLine FROM SPACES
                  AFTER ADVANCING 1 LINES
           READ ClhErrorFile
             AT END SET EndOfClhErrorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfClhErrorFile
              ADD 1 TO ErrorReadCount
              PERFORM ListOneClhError
              READ ClhErrorFile
                AT END SET EndOfClhErrorFile TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintClhErrorTotals
           CLOSE ClhErrorFile, StudentFile, ClhErrorReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ListOneClhError.
           MOVE CerStudentId TO PrnCerStudentId
           MOVE CerTermCode TO PrnCerTermCode
           MOVE CerStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY
                 MOVE "*** not on student master" TO PrnCerSurname
                 MOVE SPACES TO PrnCerGivenNames
                 ADD 1 TO NotOnMasterCount
              NOT INVALID KEY
                 MOVE Surname TO PrnCerSurname
                 MOVE GivenNames TO PrnCerGivenNames
           END-READ
           WRITE ClhErrorReportLine FROM ClhErrStudentLine
                  AFTER ADVANCING 1 LINES
           MOVE CerErrorCode TO PrnCerErrorCode
           MOVE CerErrorText TO PrnCerErrorText
           WRITE ClhErrorReportLine FROM ClhErrReasonLine
                  AFTER ADVANCING 1 LINES.
       PrintClhErrorTotals.
           MOVE "Students rejected = " TO PrnCerCountText
           MOVE ErrorReadCount TO PrnCerCount
           WRITE ClhErrorReportLine FROM ClhErrCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Not on master     = " TO PrnCerCountText
           MOVE NotOnMasterCount TO PrnCerCount
           WRITE ClhErrorReportLine FROM ClhErrCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM CLHERR.
