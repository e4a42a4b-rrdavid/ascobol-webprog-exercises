       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDAPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AppealTxnFile ASSIGN TO "STANDTXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AppealTxnStatus.
           SELECT StandingFile ASSIGN TO "STANDING.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StdKey
                      FILE STATUS IS StandingFileStatus.
           SELECT AppealReportFile ASSIGN TO "STANDAPL.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AppealTxnFile.
           01  AppealTxnRecord.
               88  EndOfAppealTxn   VALUE HIGH-VALUES.
               02  AppStudentId     PIC 9(7).
               02  AppTermCode      PIC X(5).
               02  AppNewStatus     PIC X.
                   88  AppStatusValid VALUE "G", "P", "C", "S", "D".
               02  AppDecisionDate  PIC 9(8).
       FD  StandingFile.
           01  StandingRecord.
               COPY STANDCPY.
       FD  AppealReportFile.
           01  AppealReportLine     PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "STANDAPL".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  AppealTxnStatus      PIC XX.
       01  StandingFileStatus   PIC XX.
       01  AuditProgramNameLit  PIC X(10) VALUE "STANDAPL".
       01  AppealRunDate        PIC 9(8).
       01  FromStatus           PIC X.
       01  AppealTotals.
           02  AppealAppliedCount PIC 9(4) VALUE ZERO.
           02  AppealErrorCount PIC 9(4) VALUE ZERO.
       01  AppealHeadingLine    PIC X(40)
           VALUE "  Academic Standing Appeals".
       01  AppealAppliedLine.
           02  FILLER           PIC X(10) VALUE "Appeal   -".
           02  PrnAplStudentId  PIC 9(7).
           02  FILLER           PIC X(7)  VALUE "  Term ".
           02  PrnAplTermCode   PIC X(5).
           02  FILLER           PIC X(7)  VALUE "  from ".
           02  PrnAplFromStatus PIC X.
           02  FILLER           PIC X(4)  VALUE " to ".
           02  PrnAplToStatus   PIC X.
       01  AppealErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnAplErrorId    PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnAplErrorText  PIC X(30).
       01  AppealAppliedCountLine.
           02  FILLER           PIC X(20) VALUE "Appeals applied  = ".
           02  PrnAplAppliedCount PIC Z,ZZ9.
       01  AppealErrorCountLine.
           02  FILLER           PIC X(20) VALUE "Txns in error    = ".
           02  PrnAplErrorCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM WriteAuditStart
           ACCEPT AppealRunDate FROM DATE YYYYMMDD
           OPEN INPUT AppealTxnFile
           IF AppealTxnStatus NOT = "00"
              MOVE "STANDTXN.DAT" TO ErrorFileName
              MOVE AppealTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O StandingFile
           IF StandingFileStatus NOT = "00"
              MOVE "STANDING.DAT" TO ErrorFileName
              MOVE StandingFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT AppealReportFile
           WRITE AppealReportLine FROM AppealHeadingLine
                  AFTER ADVANCING PAGE
           READ AppealTxnFile
             AT END SET EndOfAppealTxn TO TRUE
           END-READ
           PERFORM UNTIL EndOfAppealTxn
              PERFORM ApplyOneAppeal
              READ AppealTxnFile
                AT END SET EndOfAppealTxn TO TRUE
              END-READ
           END-PERFORM
           MOVE AppealAppliedCount TO PrnAplAppliedCount
           WRITE AppealReportLine FROM AppealAppliedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE AppealErrorCount TO PrnAplErrorCount
           WRITE AppealReportLine FROM AppealErrorCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE AppealTxnFile, StandingFile, AppealReportFile
           PERFORM WriteAuditEnd
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           PERFORM WriteAuditEnd
           GOBACK.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE AppealAppliedCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ApplyOneAppeal.
           IF NOT AppStatusValid
              MOVE "unrecognized standing code" TO PrnAplErrorText
              PERFORM WriteAppealError
           ELSE
              MOVE AppStudentId TO StdStudentId
              MOVE AppTermCode  TO StdTermCode
              READ StandingFile
                 INVALID KEY
                    MOVE "no standing for that term"
                                          TO PrnAplErrorText
                    PERFORM WriteAppealError
                 NOT INVALID KEY
                    PERFORM UpdateStanding
              END-READ
           END-IF.
       UpdateStanding.
           MOVE StdStatus TO FromStatus
           IF NOT StdAppealed
              MOVE StdStatus TO StdOriginalStatus
           END-IF
           MOVE "Y" TO StdAppealFlag
           MOVE AppNewStatus TO StdStatus
           IF AppDecisionDate NUMERIC AND AppDecisionDate > ZERO
              MOVE AppDecisionDate TO StdAppealDate
           ELSE
              MOVE AppealRunDate TO StdAppealDate
           END-IF
           REWRITE StandingRecord
              INVALID KEY
                 MOVE "standing rewrite failed" TO PrnAplErrorText
                 PERFORM WriteAppealError
              NOT INVALID KEY
                 MOVE AppStudentId TO PrnAplStudentId
                 MOVE AppTermCode  TO PrnAplTermCode
                 MOVE FromStatus   TO PrnAplFromStatus
                 MOVE AppNewStatus TO PrnAplToStatus
                 WRITE AppealReportLine FROM AppealAppliedLine
                        AFTER ADVANCING 1 LINES
                 ADD 1 TO AppealAppliedCount
           END-REWRITE.
       WriteAppealError.
           MOVE AppStudentId TO PrnAplErrorId
           WRITE AppealReportLine FROM AppealErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO AppealErrorCount.
       END PROGRAM STANDAPL.
