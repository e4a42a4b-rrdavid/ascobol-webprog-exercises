       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ViolationFile ASSIGN TO "VIOLATE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ViolationFileStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OperatorFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AprQueueNumber
                      FILE STATUS IS ApprovalQueueStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       FD  ViolationFile.
           01  ViolationLine.
               02  VioDate          PIC 9(8).
               02  FILLER           PIC X.
               02  VioTime          PIC 9(8).
               02  FILLER           PIC X.
               02  VioUserId        PIC X(8).
               02  FILLER           PIC X.
               02  VioProgramName   PIC X(10).
               02  FILLER           PIC X.
               02  VioText          PIC X(16).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               COPY APRQCPY.
       WORKING-STORAGE SECTION.
       01  AuditProgramNameLit  PIC X(10) VALUE "APPROVE".
       01  ErrorProgramName     PIC X(10) VALUE "APPROVE".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ViolationFileStatus  PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  ApprovalQueueStatus  PIC XX.
       01  SignonUserId         PIC X(8).
       01  SignonAllowedList.
           02  SignonAllowedProgram PIC X(10) OCCURS 10 TIMES
                                    INDEXED BY AllowedIdx.
       01  SignonResultFlag     PIC X.
       01  ProgramAllowedFlag   PIC X.
           88  ProgramAllowed   VALUE "Y".
       01  ViolationUserId      PIC X(8).
       01  ViolationText        PIC X(16).
       01  AuditEventLit        PIC X(5).
       01  ApproveRunDate       PIC 9(8).
       01  ApproveChoice        PIC 9 VALUE 9.
           88  EndOfApproveSession VALUE 0.
       01  EnteredQueueNumber   PIC 9(7).
       01  DecisionReply        PIC X.
           88  ReplyApprove     VALUE "A", "a".
           88  ReplyReject      VALUE "R", "r".
       01  EndOfQueueScanFlag   PIC X.
           88  EndOfQueueScan   VALUE "Y".
       01  PendingListedCount   PIC 9(5).
       01  ActionTypeText       PIC X(10).
       01  PrnDisplayAmount     PIC -(7)9.99.
       01  SessionTotals.
           02  SessionApprovedCount PIC 9(5) VALUE ZERO.
           02  SessionRejectedCount PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT ApproveRunDate FROM DATE YYYYMMDD
           CALL "SIGNON" USING SignonUserId, SignonAllowedList,
                               SignonResultFlag
           IF SignonResultFlag NOT = "Y"
              DISPLAY "Sign-on failed."
              GOBACK
           END-IF
           PERFORM CheckApproveAllowed
           IF NOT ProgramAllowed
              DISPLAY "Not authorized for APPROVE."
              MOVE SignonUserId TO ViolationUserId
              MOVE "not authorized" TO ViolationText
              PERFORM WriteViolation
              GOBACK
           END-IF
           OPEN I-O ApprovalQueueFile
           IF ApprovalQueueStatus = "35"
              DISPLAY "No items have been queued for approval."
              PERFORM ClearOperatorFile
              GOBACK
           END-IF
           IF ApprovalQueueStatus NOT = "00"
              MOVE "APPRQ.DAT" TO ErrorFileName
              MOVE ApprovalQueueStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE "START" TO AuditEventLit
           PERFORM WriteAuditRecord
           PERFORM UNTIL EndOfApproveSession
              PERFORM DisplayApproveMenu
              ACCEPT ApproveChoice
              EVALUATE ApproveChoice
                 WHEN 1 PERFORM ListPendingItems
                 WHEN 2 PERFORM ReviewQueueItem
                 WHEN 0 CONTINUE
                 WHEN OTHER DISPLAY "Invalid selection."
              END-EVALUATE
           END-PERFORM
           CLOSE ApprovalQueueFile
           MOVE "END" TO AuditEventLit
           PERFORM WriteAuditRecord
           PERFORM ClearOperatorFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ClearOperatorFile.
           OPEN OUTPUT OperatorFile
           IF OperatorFileStatus = "00"
              CLOSE OperatorFile
           END-IF.
       CheckApproveAllowed.
           MOVE "N" TO ProgramAllowedFlag
           PERFORM VARYING AllowedIdx FROM 1 BY 1
                   UNTIL AllowedIdx > 10
              IF SignonAllowedProgram(AllowedIdx) = "APPROVE"
                 MOVE "Y" TO ProgramAllowedFlag
              END-IF
           END-PERFORM.
       WriteViolation.
           OPEN EXTEND ViolationFile
           IF ViolationFileStatus = "35"
              OPEN OUTPUT ViolationFile
           END-IF
           MOVE SPACES TO ViolationLine
           ACCEPT VioDate FROM DATE YYYYMMDD
           ACCEPT VioTime FROM TIME
           MOVE ViolationUserId TO VioUserId
           MOVE "APPROVE" TO VioProgramName
           MOVE ViolationText TO VioText
           WRITE ViolationLine
           CLOSE ViolationFile.
       WriteAuditRecord.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE AuditEventLit TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           EVALUATE AuditEventLit
              WHEN "START"
                 MOVE ZERO TO AuditRecordCount
              WHEN "END"
                 COMPUTE AuditRecordCount = SessionApprovedCount
                                          + SessionRejectedCount
              WHEN OTHER
                 MOVE 1 TO AuditRecordCount
           END-EVALUATE
           MOVE SignonUserId TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       DisplayApproveMenu.
           DISPLAY "-----------------------------------------"
           DISPLAY "1. List items awaiting approval"
           DISPLAY "2. Approve or reject an item"
           DISPLAY "0. Exit"
           DISPLAY "Enter selection - ".
       SetActionTypeText.
           EVALUATE TRUE
              WHEN AprRefund    MOVE "REFUND"    TO ActionTypeText
              WHEN AprWriteOff  MOVE "WRITE-OFF" TO ActionTypeText
              WHEN AprFeeWaiver MOVE "FEE WAIVER" TO ActionTypeText
              WHEN OTHER        MOVE AprActionType TO ActionTypeText
           END-EVALUATE.
       ListPendingItems.
           MOVE ZERO TO PendingListedCount
           MOVE "N" TO EndOfQueueScanFlag
           MOVE ZERO TO AprQueueNumber
           START ApprovalQueueFile KEY IS NOT LESS THAN AprQueueNumber
              INVALID KEY MOVE "Y" TO EndOfQueueScanFlag
           END-START
           PERFORM UNTIL EndOfQueueScan
              READ ApprovalQueueFile NEXT
                 AT END MOVE "Y" TO EndOfQueueScanFlag
                 NOT AT END
                    IF AprPending
                       PERFORM DisplayPendingItem
                    END-IF
              END-READ
           END-PERFORM
           IF PendingListedCount = ZERO
              DISPLAY "No items are awaiting approval."
           ELSE
              DISPLAY "Items awaiting approval - " PendingListedCount
           END-IF.
       DisplayPendingItem.
           ADD 1 TO PendingListedCount
           PERFORM SetActionTypeText
           MOVE AprAmount TO PrnDisplayAmount
           DISPLAY AprQueueNumber " " ActionTypeText " "
                   AprStudentId " " PrnDisplayAmount " "
                   AprOriginUserId " " AprOriginDate.
       ReviewQueueItem.
           DISPLAY "Enter approval item number - "
           ACCEPT EnteredQueueNumber
           MOVE EnteredQueueNumber TO AprQueueNumber
           READ ApprovalQueueFile
              INVALID KEY
                 DISPLAY "Item " EnteredQueueNumber " not found."
              NOT INVALID KEY
                 PERFORM CheckItemDecidable
           END-READ.
       CheckItemDecidable.
           EVALUATE TRUE
              WHEN NOT AprPending
                 DISPLAY "Item is not awaiting approval."
              WHEN AprOriginUserId = SignonUserId
                 DISPLAY "Originator may not approve own item."
                 MOVE SignonUserId TO ViolationUserId
                 MOVE "own item" TO ViolationText
                 PERFORM WriteViolation
              WHEN OTHER
                 PERFORM DisplayItemDetail
                 DISPLAY "Approve, reject or skip (A/R/S) - "
                 ACCEPT DecisionReply
                 EVALUATE TRUE
                    WHEN ReplyApprove
                       SET AprApproved TO TRUE
                       MOVE "APPRV" TO AuditEventLit
                       PERFORM RecordItemDecision
                       ADD 1 TO SessionApprovedCount
                       DISPLAY "Item " AprQueueNumber " approved."
                    WHEN ReplyReject
                       SET AprRejected TO TRUE
                       MOVE "REJCT" TO AuditEventLit
                       PERFORM RecordItemDecision
                       ADD 1 TO SessionRejectedCount
                       DISPLAY "Item " AprQueueNumber " rejected."
                    WHEN OTHER
                       DISPLAY "Item left awaiting approval."
                 END-EVALUATE
           END-EVALUATE.
       DisplayItemDetail.
           PERFORM SetActionTypeText
           MOVE AprAmount TO PrnDisplayAmount
           DISPLAY "Item       - " AprQueueNumber " " ActionTypeText
           DISPLAY "Student    - " AprStudentId
           DISPLAY "Amount     - " PrnDisplayAmount
           DISPLAY "Reference  - " AprReference
           DISPLAY "Raised by  - " AprOriginUserId " in "
                   AprProgramName " on " AprOriginDate.
       RecordItemDecision.
           MOVE SignonUserId TO AprApproverId
           MOVE ApproveRunDate TO AprDecisionDate
           REWRITE ApprovalQueueRecord
              INVALID KEY
                 MOVE "APPRQ.DAT" TO ErrorFileName
                 MOVE ApprovalQueueStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE
           PERFORM WriteAuditRecord.
       END PROGRAM APPROVE.
