       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CollectionsFile ASSIGN TO "COLLECT.EXT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CollectionsFileStatus.
                      FILE STATUS IS LedgerFileStatus.
           SELECT CollReportFile ASSIGN TO "COLLPOST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AprqKey
                      FILE STATUS IS ApprovalQueueStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CollectionsFile.
           01  CollectionsLine.
               88  EndOfCollections VALUE HIGH-VALUES.
               COPY LEDGCPY.
       FD  CollReportFile.
           01  CollReportLine       PIC X(70).
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               02  AprqKey          PIC 9(7).
               02  FILLER           PIC X(96).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "COLLPOST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  CollectionsFileStatus PIC XX.
       01  AgencyReturnStatus   PIC XX.
       01  PlacementFileStatus  PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  ApprovalQueueStatus  PIC XX.
       01  ApprovalEntry.
           COPY APRQCPY.
       01  WriteOffDate         PIC 9(8).
       01  WriteOffAmount       PIC 9(7)V99.
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  RunControlFound      PIC X VALUE "N".
           02  RecoveredTotal   PIC S9(9)V99 VALUE ZERO.
           02  WrittenOffCount  PIC 9(4) VALUE ZERO.
           02  WrittenOffTotal  PIC S9(9)V99 VALUE ZERO.
           02  QueuedWriteOffCount PIC 9(4) VALUE ZERO.
           02  QueuedWriteOffTotal PIC S9(9)V99 VALUE ZERO.
           02  RejectedRtnCount PIC 9(4) VALUE ZERO.
           02  AtAgencyCount    PIC 9(4) VALUE ZERO.
           02  AtAgencyTotal    PIC S9(9)V99 VALUE ZERO.
           02  PrnWriteOffId    PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnWriteOffAmount PIC -(6)9.99.
       01  CollQueuedLine.
           02  FILLER           PIC X(10) VALUE "WO Queued-".
           02  PrnQueuedId      PIC 9(7).
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnQueuedAmount  PIC -(6)9.99.
           02  FILLER           PIC X(9)  VALUE "  ITEM # ".
           02  PrnQueuedNumber  PIC 9(7).
       01  CollApprovedLine.
           02  FILLER           PIC X(10) VALUE "Approved -".
           02  PrnApprovedId    PIC 9(7).
           02  FILLER           PIC X(9)  VALUE "  ITEM # ".
           02  PrnApprovedNumber PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnApprovedReason PIC X(28).
       01  CollRejectLine.
           02  FILLER           PIC X(10) VALUE "Rejected -".
           02  PrnRejectId      PIC 9(7).
           02  FILLER           PIC X(21) VALUE
               "Written off posted = ".
           02  PrnWrittenOffTotal PIC -(8)9.99.
       01  CollQueuedTotalLine.
           02  FILLER           PIC X(21) VALUE
               "Awaiting approval  = ".
           02  PrnQueuedCount   PIC Z(3)9.
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnQueuedTotal   PIC -(8)9.99.
       01  CollAtAgencyLine.
           02  FILLER           PIC X(21) VALUE
               "Still at agency    = ".
                  AFTER ADVANCING PAGE
           PERFORM RegisterNewPlacements
           PERFORM OpenLedgerFile
           PERFORM PostApprovedWriteOffs
           PERFORM PostAgencyReturns
           CLOSE LedgerFile
           PERFORM RewritePlacementFile
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO PostRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT PostRunDate FROM DATE YYYYMMDD
                 WHEN AgencyRecovery
                    PERFORM PostOneRecovery
                 WHEN AgencyWriteOff
                    PERFORM QueueWriteOffApproval
                 WHEN OTHER
                    ADD 1 TO RejectedRtnCount
                    MOVE RtnStudentId TO PrnRejectId
           MOVE RtnAmount    TO PrnRecoveredAmount
           WRITE CollReportLine FROM CollRecoveredLine
                  AFTER ADVANCING 1 LINES.
       QueueWriteOffApproval.
           MOVE SPACES TO ApprovalEntry
           SET AprWriteOff TO TRUE
           MOVE RtnStudentId   TO AprStudentId
           MOVE RtnAmount      TO AprAmount
           MOVE "AGENCY WRITE-OFF" TO AprReference
           MOVE RtnDate        TO AprSourceDate
           MOVE "COLLPOST"     TO AprProgramName
           CALL "APRQADD" USING ApprovalEntry
           IF AprQueueNumber = ZERO
              MOVE "APPRQ.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           ADD 1 TO QueuedWriteOffCount
           ADD RtnAmount TO QueuedWriteOffTotal
           MOVE RtnStudentId   TO PrnQueuedId
           MOVE RtnAmount      TO PrnQueuedAmount
           MOVE AprQueueNumber TO PrnQueuedNumber
           WRITE CollReportLine FROM CollQueuedLine
                  AFTER ADVANCING 1 LINES.
       PostApprovedWriteOffs.
           OPEN I-O ApprovalQueueFile
           IF ApprovalQueueStatus = "00"
              MOVE ZERO TO AprqKey
              START ApprovalQueueFile KEY IS NOT LESS THAN AprqKey
                 INVALID KEY SET EndOfApprovalQueue TO TRUE
              END-START
              PERFORM UNTIL EndOfApprovalQueue
                 READ ApprovalQueueFile NEXT INTO ApprovalEntry
                   AT END SET EndOfApprovalQueue TO TRUE
                   NOT AT END
                      IF AprWriteOff AND AprApproved
                         PERFORM PostApprovedWriteOff
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ApprovalQueueFile
           END-IF.
       PostApprovedWriteOff.
           MOVE AprStudentId TO CollStudentId
           PERFORM FindPlacementById
           IF PlacementFound
              IF PTabStatus(PlceIdx) NOT = "P"
                 MOVE "N" TO PlacementFoundFlag
              END-IF
           END-IF
           IF PlacementFound
              MOVE AprSourceDate TO WriteOffDate
              MOVE AprAmount     TO WriteOffAmount
              PERFORM PostOneWriteOff
              SET AprPosted TO TRUE
              MOVE PostRunDate TO AprPostedDate
              REWRITE ApprovalQueueRecord FROM ApprovalEntry
                 INVALID KEY
                    MOVE "APPRQ.DAT" TO ErrorFileName
                    MOVE ApprovalQueueStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
           ELSE
              MOVE AprStudentId   TO PrnApprovedId
              MOVE AprQueueNumber TO PrnApprovedNumber
              MOVE "placement no longer open"
                                  TO PrnApprovedReason
              WRITE CollReportLine FROM CollApprovedLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       PostOneWriteOff.
           MOVE SPACES TO LedgerRecord
           MOVE CollStudentId  TO LedgStudentId
           MOVE WriteOffDate   TO LedgEntryDate
           MOVE "WRO"          TO LedgEntryType
           MOVE WriteOffAmount TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           ADD WriteOffAmount TO PTabWrittenOff(PlceIdx)
           MOVE "W" TO PTabStatus(PlceIdx)
           ADD 1 TO WrittenOffCount
           ADD WriteOffAmount TO WrittenOffTotal
           MOVE CollStudentId  TO PrnWriteOffId
           MOVE WriteOffAmount TO PrnWriteOffAmount
           WRITE CollReportLine FROM CollWriteOffLine
                  AFTER ADVANCING 1 LINES.
       WriteLedgerWithSeq.
           MOVE WrittenOffTotal TO PrnWrittenOffTotal
           WRITE CollReportLine FROM CollWriteOffTotalLine
                  AFTER ADVANCING 1 LINES
           MOVE QueuedWriteOffCount TO PrnQueuedCount
           MOVE QueuedWriteOffTotal TO PrnQueuedTotal
           WRITE CollReportLine FROM CollQueuedTotalLine
                  AFTER ADVANCING 1 LINES
           MOVE AtAgencyCount TO PrnAtAgencyCount
           MOVE AtAgencyTotal TO PrnAtAgencyTotal
           WRITE CollReportLine FROM CollAtAgencyLine
