           SELECT JournalFile ASSIGN TO "ENRLJRNL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JournalFileStatus.
           SELECT StatusHistoryFile ASSIGN TO "STATHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS StatusHistoryStatus.
           SELECT StatusReportFile ASSIGN TO "STATUS.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  JournalFile.
           01  JournalRecord.
               COPY JRNLCPY.
       FD  StatusHistoryFile.
           01  StatusHistoryRecord.
               COPY STATHCPY.
       FD  StatusReportFile.
           01  StatusReportLine     PIC X(60).
       WORKING-STORAGE SECTION.
       01  StatusTxnStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  JournalFileStatus    PIC XX.
       01  StatusHistoryStatus  PIC XX.
       01  StatusRunDate        PIC 9(8).
       01  PriorStudentStatus   PIC X.
       01  ChangeBeforeImage    PIC X(94).
       01  TransitionValidFlag  PIC X VALUE "Y".
           88  TransitionValid  VALUE "Y".
       01  ChkCheckDigit        PIC 9.
           02  PrnRejectedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT StatusRunDate FROM DATE YYYYMMDD
           OPEN INPUT StatusTxnFile
           IF StatusTxnStatus NOT = "00"
              MOVE "STATTXN.DAT" TO ErrorFileName
           IF JournalFileStatus = "35"
              OPEN OUTPUT JournalFile
           END-IF
           OPEN EXTEND StatusHistoryFile
           IF StatusHistoryStatus = "35"
              OPEN OUTPUT StatusHistoryFile
           END-IF
           OPEN OUTPUT StatusReportFile
           WRITE StatusReportLine FROM StatusHeadingLine
           READ StatusTxnFile
           WRITE StatusReportLine FROM StatusRejectLine
                  AFTER ADVANCING 1 LINES
           CLOSE StatusTxnFile, StudentFile, JournalFile,
                 StatusHistoryFile, StatusReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                 PERFORM CheckStatusTransition
                 IF TransitionValid
                    MOVE StudentDetails TO ChangeBeforeImage
                    MOVE StudentStatus TO PriorStudentStatus
                    MOVE StxNewStatus TO StudentStatus
                    REWRITE StudentDetails
                    PERFORM JournalStatusChange
                    PERFORM RecordStatusHistory
                    MOVE StxStudentId TO PrnAppliedId
                    MOVE StxNewStatus TO PrnAppliedStatus
                    MOVE StxEffDate   TO PrnAppliedDate
           MOVE ChangeBeforeImage TO JrnlBeforeImage
           MOVE StudentDetails TO JrnlAfterImage
           WRITE JournalRecord.
       RecordStatusHistory.
           MOVE StxStudentId TO SthStudentId
           MOVE PriorStudentStatus TO SthOldStatus
           MOVE StxNewStatus TO SthNewStatus
           IF StxEffDate NUMERIC AND StxEffDate > ZERO
              MOVE StxEffDate TO SthEffDate
           ELSE
              MOVE StatusRunDate TO SthEffDate
           END-IF
           MOVE StatusRunDate TO SthPostedDate
           WRITE StatusHistoryRecord.
       ReportStatusError.
           MOVE StxStudentId TO PrnErrorId
           WRITE StatusReportLine FROM StatusErrorLine
