       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRQADD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AprqKey
                      FILE STATUS IS ApprovalQueueStatus.
           SELECT ApprovalControlFile ASSIGN TO "APPRQ.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ApprovalControlStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OperatorFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               02  AprqKey          PIC 9(7).
               02  FILLER           PIC X(96).
       FD  ApprovalControlFile.
           01  ApprovalControlRecord.
               02  CtlNextQueueNumber PIC 9(7).
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       WORKING-STORAGE SECTION.
       01  ApprovalQueueStatus  PIC XX.
       01  ApprovalControlStatus PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  OperatorReadFlag     PIC X VALUE "N".
           88  OperatorRead     VALUE "Y".
       01  CurrentOperatorId    PIC X(8) VALUE SPACES.
       01  AllocatedQueueNumber PIC 9(7).
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "APRQADD".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       LINKAGE SECTION.
       01  ApprovalEntry.
           COPY APRQCPY.
       PROCEDURE DIVISION USING ApprovalEntry.
       Begin.
           MOVE ZERO TO AprQueueNumber
           ACCEPT AprOriginDate FROM DATE YYYYMMDD
           IF AprOriginUserId = SPACES
              PERFORM GetOperatorId
              MOVE CurrentOperatorId TO AprOriginUserId
           END-IF
           IF AprSourceDate NOT NUMERIC
              MOVE ZERO TO AprSourceDate
           END-IF
           SET AprPending TO TRUE
           MOVE SPACES TO AprApproverId
           MOVE ZERO TO AprDecisionDate
           MOVE ZERO TO AprPostedDate
           MOVE "L" TO LockAction
           MOVE "APPRQ.CTL" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              PERFORM AllocateQueueNumber
              PERFORM WriteQueueEntry
              MOVE "U" TO LockAction
              CALL "FLOCK" USING LockAction, LockResourceName,
                                 LockProgramName, LockResultFlag
           END-IF
           GOBACK.
       AllocateQueueNumber.
           MOVE 1 TO AllocatedQueueNumber
           OPEN INPUT ApprovalControlFile
           IF ApprovalControlStatus = "00"
              READ ApprovalControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlNextQueueNumber NUMERIC
                      AND CtlNextQueueNumber > ZERO
                      MOVE CtlNextQueueNumber TO AllocatedQueueNumber
                   END-IF
              END-READ
              CLOSE ApprovalControlFile
           END-IF.
       WriteQueueEntry.
           OPEN I-O ApprovalQueueFile
           IF ApprovalQueueStatus = "35"
              OPEN OUTPUT ApprovalQueueFile
              CLOSE ApprovalQueueFile
              OPEN I-O ApprovalQueueFile
           END-IF
           IF ApprovalQueueStatus = "00"
              MOVE AllocatedQueueNumber TO AprQueueNumber
              WRITE ApprovalQueueRecord FROM ApprovalEntry
                 INVALID KEY MOVE ZERO TO AprQueueNumber
              END-WRITE
              CLOSE ApprovalQueueFile
           END-IF
           IF AprQueueNumber > ZERO
              OPEN OUTPUT ApprovalControlFile
              IF ApprovalControlStatus = "00"
                 COMPUTE CtlNextQueueNumber = AllocatedQueueNumber + 1
                 WRITE ApprovalControlRecord
                 CLOSE ApprovalControlFile
              END-IF
           END-IF.
       GetOperatorId.
           IF NOT OperatorRead
              MOVE "Y" TO OperatorReadFlag
              OPEN INPUT OperatorFile
              IF OperatorFileStatus = "00"
                 READ OperatorFile
                   AT END CONTINUE
                   NOT AT END MOVE OprUserId TO CurrentOperatorId
                 END-READ
                 CLOSE OperatorFile
              END-IF
              IF CurrentOperatorId = SPACES
                 MOVE "BATCH" TO CurrentOperatorId
              END-IF
           END-IF.
       END PROGRAM APRQADD.
