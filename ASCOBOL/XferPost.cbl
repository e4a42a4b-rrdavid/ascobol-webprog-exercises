       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IncomingXferFile ASSIGN TO "XFERIN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS IncomingXferStatus.
           SELECT ArticulationFile ASSIGN TO "ARTIC.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ArticulationStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT TransferFile ASSIGN TO "XFERCRED.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS XfrKey
                      FILE STATUS IS TransferFileStatus.
           SELECT EvaluationQueueFile ASSIGN TO "XFEREVAL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS EvaluationQueueStatus.
           SELECT XferReportFile ASSIGN TO "XFERPOST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IncomingXferFile.
           01  IncomingXferRecord.
               88  EndOfIncomingXfer VALUE HIGH-VALUES.
               02  XinStudentId     PIC 9(7).
               02  XinInstitution   PIC X(6).
               02  XinExtCourse     PIC X(8).
               02  XinExtTitle      PIC X(30).
               02  XinGradeMark     PIC XX.
                   88  XinPassingMark VALUE "A " THRU "D-".
               02  XinCreditHours   PIC 9V9.
       FD  ArticulationFile.
           01  ArticulationRecord.
               COPY ARTICCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  TransferFile.
           01  TransferRecord.
               COPY XFERCPY.
       FD  EvaluationQueueFile.
           01  EvaluationQueueRecord.
               02  EvalQueuedDate   PIC 9(8).
               02  EvalXferImage    PIC X(55).
       FD  XferReportFile.
           01  XferReportLine       PIC X(72).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "XFERPOST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  IncomingXferStatus   PIC XX.
       01  ArticulationStatus   PIC XX.
       01  StudentFileStatus    PIC XX.
       01  TransferFileStatus   PIC XX.
       01  EvaluationQueueStatus PIC XX.
       01  XferRunDate          PIC 9(8).
       01  ArticulationTable.
           02  ArticulationEntry OCCURS 500 TIMES INDEXED BY ArtIdx.
               03  ArtTabInstitution PIC X(6).
               03  ArtTabExtCourse  PIC X(8).
               03  ArtTabCourseCode PIC X(4).
               03  ArtTabCreditHours PIC 9V9.
       01  ArticulationCount    PIC 9(4) VALUE ZERO.
       01  ArticulationFoundFlag PIC X VALUE "N".
           88  ArticulationFound VALUE "Y".
       01  XferTotals.
           02  XferReadCount    PIC 9(6) VALUE ZERO.
           02  XferPostedCount  PIC 9(6) VALUE ZERO.
           02  XferQueuedCount  PIC 9(6) VALUE ZERO.
           02  XferRejectedCount PIC 9(6) VALUE ZERO.
       01  XferHeadingLine      PIC X(40)
           VALUE "  Transfer Credit Posting Report".
       01  XferDetailLine.
           02  FILLER           PIC X(10) VALUE "Student - ".
           02  PrnXferStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnXferInstitution PIC X(6).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnXferExtCourse PIC X(8).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnXferText      PIC X(30).
       01  XferReadLine.
           02  FILLER           PIC X(20) VALUE "Courses read     = ".
           02  PrnXferReadCount PIC ZZZ,ZZ9.
       01  XferPostedLine.
           02  FILLER           PIC X(20) VALUE "Credits posted   = ".
           02  PrnXferPostedCount PIC ZZZ,ZZ9.
       01  XferQueuedLine.
           02  FILLER           PIC X(20) VALUE "Sent to evaluation=".
           02  PrnXferQueuedCount PIC ZZZ,ZZ9.
       01  XferRejectedLine.
           02  FILLER           PIC X(20) VALUE "Rejected         = ".
           02  PrnXferRejectedCount PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT XferRunDate FROM DATE YYYYMMDD
           PERFORM LoadArticulationTable
           OPEN INPUT IncomingXferFile
           IF IncomingXferStatus NOT = "00"
              MOVE "XFERIN.DAT" TO ErrorFileName
              MOVE IncomingXferStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenTransferFile
           OPEN EXTEND EvaluationQueueFile
           IF EvaluationQueueStatus = "35"
              OPEN OUTPUT EvaluationQueueFile
           END-IF
           OPEN OUTPUT XferReportFile
           WRITE XferReportLine FROM XferHeadingLine
                  AFTER ADVANCING PAGE
           READ IncomingXferFile
             AT END SET EndOfIncomingXfer TO TRUE
           END-READ
           PERFORM UNTIL EndOfIncomingXfer
              ADD 1 TO XferReadCount
              PERFORM PostOneTransferCourse
              READ IncomingXferFile
                AT END SET EndOfIncomingXfer TO TRUE
              END-READ
           END-PERFORM
           MOVE XferReadCount TO PrnXferReadCount
           WRITE XferReportLine FROM XferReadLine
                  AFTER ADVANCING 2 LINES
           MOVE XferPostedCount TO PrnXferPostedCount
           WRITE XferReportLine FROM XferPostedLine
                  AFTER ADVANCING 1 LINES
           MOVE XferQueuedCount TO PrnXferQueuedCount
           WRITE XferReportLine FROM XferQueuedLine
                  AFTER ADVANCING 1 LINES
           MOVE XferRejectedCount TO PrnXferRejectedCount
           WRITE XferReportLine FROM XferRejectedLine
                  AFTER ADVANCING 1 LINES
           CLOSE IncomingXferFile, StudentFile, TransferFile,
                 EvaluationQueueFile, XferReportFile
           DISPLAY "Transfer courses posted - " XferPostedCount
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       LoadArticulationTable.
           OPEN INPUT ArticulationFile
           IF ArticulationStatus = "00"
              READ ArticulationFile
                AT END SET EndOfArticFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfArticFile
                 IF ArticulationCount < 500
                    ADD 1 TO ArticulationCount
                    SET ArtIdx TO ArticulationCount
                    MOVE ArtInstitution TO ArtTabInstitution(ArtIdx)
                    MOVE ArtExtCourse   TO ArtTabExtCourse(ArtIdx)
                    MOVE ArtCourseCode  TO ArtTabCourseCode(ArtIdx)
                    IF ArtCreditHours NUMERIC
                       MOVE ArtCreditHours
                                   TO ArtTabCreditHours(ArtIdx)
                    ELSE
                       MOVE ZERO TO ArtTabCreditHours(ArtIdx)
                    END-IF
                 ELSE
                    MOVE "ARTIC.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ ArticulationFile
                   AT END SET EndOfArticFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ArticulationFile
           END-IF.
       OpenTransferFile.
           OPEN I-O TransferFile
           IF TransferFileStatus = "35"
              OPEN OUTPUT TransferFile
              CLOSE TransferFile
              OPEN I-O TransferFile
           END-IF
           IF TransferFileStatus NOT = "00"
              MOVE "XFERCRED.DAT" TO ErrorFileName
              MOVE TransferFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       PostOneTransferCourse.
           MOVE XinStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY
                 MOVE "StudentId not on master" TO PrnXferText
                 PERFORM WriteXferException
              NOT INVALID KEY
                 PERFORM FindArticulation
                 IF NOT ArticulationFound
                    PERFORM QueueForEvaluation
                 ELSE
                    IF NOT XinPassingMark
                       MOVE "grade not transferable"
                                       TO PrnXferText
                       PERFORM WriteXferException
                    ELSE
                       PERFORM WriteTransferCredit
                    END-IF
                 END-IF
           END-READ.
       FindArticulation.
           MOVE "N" TO ArticulationFoundFlag
           SET ArtIdx TO 1
           PERFORM UNTIL ArtIdx > ArticulationCount
              OR ArticulationFound
              IF ArtTabInstitution(ArtIdx) = XinInstitution
                 AND ArtTabExtCourse(ArtIdx) = XinExtCourse
                 MOVE "Y" TO ArticulationFoundFlag
              ELSE
                 SET ArtIdx UP BY 1
              END-IF
           END-PERFORM.
       WriteTransferCredit.
           MOVE SPACES TO TransferRecord
           MOVE XinStudentId   TO XfrStudentId
           MOVE ArtTabCourseCode(ArtIdx) TO XfrCourseCode
           MOVE XinInstitution TO XfrInstitution
           MOVE XinExtCourse   TO XfrExtCourse
           MOVE XinGradeMark   TO XfrGradeMark
           IF ArtTabCreditHours(ArtIdx) > ZERO
              MOVE ArtTabCreditHours(ArtIdx) TO XfrCreditHours
           ELSE
              IF XinCreditHours NUMERIC
                 MOVE XinCreditHours TO XfrCreditHours
              ELSE
                 MOVE ZERO TO XfrCreditHours
              END-IF
           END-IF
           MOVE XferRunDate    TO XfrPostedDate
           MOVE XinExtTitle    TO XfrExtTitle
           WRITE TransferRecord
              INVALID KEY
                 MOVE "already posted" TO PrnXferText
                 PERFORM WriteXferException
              NOT INVALID KEY
                 ADD 1 TO XferPostedCount
           END-WRITE.
       QueueForEvaluation.
           MOVE XferRunDate TO EvalQueuedDate
           MOVE IncomingXferRecord TO EvalXferImage
           WRITE EvaluationQueueRecord
           ADD 1 TO XferQueuedCount
           MOVE "no articulation - queued" TO PrnXferText
           MOVE XinStudentId   TO PrnXferStudentId
           MOVE XinInstitution TO PrnXferInstitution
           MOVE XinExtCourse   TO PrnXferExtCourse
           WRITE XferReportLine FROM XferDetailLine
                  AFTER ADVANCING 1 LINES.
       WriteXferException.
           ADD 1 TO XferRejectedCount
           MOVE XinStudentId   TO PrnXferStudentId
           MOVE XinInstitution TO PrnXferInstitution
           MOVE XinExtCourse   TO PrnXferExtCourse
           WRITE XferReportLine FROM XferDetailLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM XFERPOST.
