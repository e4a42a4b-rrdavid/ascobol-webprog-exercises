       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistoryRequestFile ASSIGN TO "DISCREQ.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS HistoryRequestStatus.
           SELECT DisclosureLogFile ASSIGN TO "DISCLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DisclosureLogStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId
                      ALTERNATE RECORD KEY IS StudentName
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT HistoryReportFile ASSIGN TO "DISCHIST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HistoryRequestFile.
           01  HistoryRequestRecord.
               88  EndOfHistoryRequest VALUE HIGH-VALUES.
               02  HrqStudentId     PIC 9(7).
               02  HrqFromDate      PIC 9(8).
               02  HrqThruDate      PIC 9(8).
       FD  DisclosureLogFile.
           01  DisclosureLogRecord.
               COPY DISCCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  HistoryReportFile.
           01  HistoryReportLine    PIC X(100).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "DISCHIST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  HistoryRequestStatus PIC XX.
       01  DisclosureLogStatus  PIC XX.
       01  StudentFileStatus    PIC XX.
       01  HistoryRunDate       PIC 9(8).
       01  HistoryFromDate      PIC 9(8).
       01  HistoryThruDate      PIC 9(8).
       01  StudentFoundFlag     PIC X VALUE "N".
           88  HistoryStudentFound VALUE "Y".
       01  StudentDiscCount     PIC 9(6) VALUE ZERO.
       01  HistoryTotals.
           02  RequestCount     PIC 9(6) VALUE ZERO.
           02  DisclosureCount  PIC 9(6) VALUE ZERO.
       01  HistoryHeadingLine.
           02  FILLER           PIC X(40) VALUE
               "  Record Disclosure History - run date ".
           02  PrnHistRunDate   PIC 9(8).
       01  HistoryStudentLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnHistStudentId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnHistSurname   PIC X(25).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnHistGivenNames PIC X(15).
       01  HistoryPeriodLine.
           02  FILLER           PIC X(10) VALUE "Period   -".
           02  PrnHistFromDate  PIC 9(8).
           02  FILLER           PIC X(4)  VALUE " to ".
           02  PrnHistThruDate  PIC 9(8).
       01  HistoryColumnLine.
           02  FILLER           PIC X(41) VALUE
               "Date      Recipient".
           02  FILLER           PIC X(53) VALUE
               "Released             Basis           Operator Program".
       01  HistoryDetailLine.
           02  PrnDiscDate      PIC 9(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnDiscRecipient PIC X(30).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDiscReleased  PIC X(20).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDiscBasis     PIC X(15).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDiscUserId    PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnDiscProgram   PIC X(8).
       01  HistoryNoneLine      PIC X(40)
           VALUE "No disclosures recorded for the period.".
       01  HistoryStudentCountLine.
           02  FILLER           PIC X(20) VALUE "Disclosures      = ".
           02  PrnStudentDiscCount PIC ZZZ,ZZ9.
       01  HistoryCountLine.
           02  PrnHistCountText PIC X(20).
           02  PrnHistCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT HistoryRunDate FROM DATE YYYYMMDD
           OPEN INPUT HistoryRequestFile
           IF HistoryRequestStatus NOT = "00"
              MOVE "DISCREQ.DAT" TO ErrorFileName
              MOVE HistoryRequestStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           OPEN OUTPUT HistoryReportFile
           MOVE HistoryRunDate TO PrnHistRunDate
           WRITE HistoryReportLine FROM HistoryHeadingLine
                  AFTER ADVANCING PAGE
           READ HistoryRequestFile
             AT END SET EndOfHistoryRequest TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryRequest
              ADD 1 TO RequestCount
              PERFORM PrintStudentHistory
              READ HistoryRequestFile
                AT END SET EndOfHistoryRequest TO TRUE
              END-READ
           END-PERFORM
           MOVE "Requests         = " TO PrnHistCountText
           MOVE RequestCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 3 LINES
           MOVE "Records listed   = " TO PrnHistCountText
           MOVE DisclosureCount TO PrnHistCount
           WRITE HistoryReportLine FROM HistoryCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE HistoryRequestFile, HistoryReportFile
           IF StudentFileStatus = "00"
              CLOSE StudentFile
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       PrintStudentHistory.
           MOVE ZERO TO HistoryFromDate
           MOVE 99999999 TO HistoryThruDate
           IF HrqFromDate NUMERIC AND HrqFromDate > ZERO
              MOVE HrqFromDate TO HistoryFromDate
           END-IF
           IF HrqThruDate NUMERIC AND HrqThruDate > ZERO
              MOVE HrqThruDate TO HistoryThruDate
           END-IF
           PERFORM ReadHistoryStudent
           MOVE HrqStudentId TO PrnHistStudentId
           IF HistoryStudentFound
              MOVE Surname    TO PrnHistSurname
              MOVE GivenNames TO PrnHistGivenNames
           ELSE
              MOVE "(not on student master)" TO PrnHistSurname
              MOVE SPACES TO PrnHistGivenNames
           END-IF
           WRITE HistoryReportLine FROM HistoryStudentLine
                  AFTER ADVANCING 3 LINES
           MOVE HistoryFromDate TO PrnHistFromDate
           MOVE HistoryThruDate TO PrnHistThruDate
           WRITE HistoryReportLine FROM HistoryPeriodLine
                  AFTER ADVANCING 1 LINES
           WRITE HistoryReportLine FROM HistoryColumnLine
                  AFTER ADVANCING 2 LINES
           MOVE ZERO TO StudentDiscCount
           OPEN INPUT DisclosureLogFile
           IF DisclosureLogStatus = "00"
              READ DisclosureLogFile
                AT END SET EndOfDisclosureLog TO TRUE
              END-READ
              PERFORM UNTIL EndOfDisclosureLog
                 IF DlgStudentId = HrqStudentId
                    AND DlgDiscDate >= HistoryFromDate
                    AND DlgDiscDate <= HistoryThruDate
                    PERFORM PrintDisclosureLine
                 END-IF
                 READ DisclosureLogFile
                   AT END SET EndOfDisclosureLog TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DisclosureLogFile
           END-IF
           IF StudentDiscCount = ZERO
              WRITE HistoryReportLine FROM HistoryNoneLine
                     AFTER ADVANCING 1 LINES
           ELSE
              MOVE StudentDiscCount TO PrnStudentDiscCount
              WRITE HistoryReportLine FROM HistoryStudentCountLine
                     AFTER ADVANCING 2 LINES
           END-IF.
       ReadHistoryStudent.
           MOVE "N" TO StudentFoundFlag
           IF StudentFileStatus = "00"
              MOVE HrqStudentId TO StudentId
              READ StudentFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO StudentFoundFlag
              END-READ
           END-IF.
       PrintDisclosureLine.
           MOVE DlgDiscDate      TO PrnDiscDate
           MOVE DlgRecipient     TO PrnDiscRecipient
           MOVE DlgReleased      TO PrnDiscReleased
           EVALUATE TRUE
              WHEN DlgBasisConsent
                 MOVE "written consent" TO PrnDiscBasis
              WHEN DlgBasisOfficial
                 MOVE "school official" TO PrnDiscBasis
              WHEN DlgBasisDirectory
                 MOVE "directory info"  TO PrnDiscBasis
              WHEN DlgBasisStudent
                 MOVE "to the student"  TO PrnDiscBasis
              WHEN OTHER
                 MOVE DlgLegalBasis     TO PrnDiscBasis
           END-EVALUATE
           MOVE DlgUserId        TO PrnDiscUserId
           MOVE DlgProgramName   TO PrnDiscProgram
           WRITE HistoryReportLine FROM HistoryDetailLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO StudentDiscCount
           ADD 1 TO DisclosureCount.
       END PROGRAM DISCHIST.
