       FD  LockboxReportFile.
           01  LockboxReportLine    PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LBXCONV".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  LockboxFeedStatus    PIC XX.
       01  NextBatchFileStatus  PIC XX.
       01  PaymentTxnStatus     PIC XX.
       01  NextBatchWork        PIC 9(4).
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "LBXCONV".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  UsedBatchNumber      PIC 9(4) VALUE ZERO.
       01  ChkCheckDigit        PIC 9.
       01  ChkValidFlag         PIC X.
           02  PrnNoMatchTotal  PIC -(7)9.99.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainBatchLock
           IF NOT LockGranted
              DISPLAY "LBXBATCH.CTL is locked - try later."
              MOVE "LBXBATCH.CTL" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM ReadNextBatchControl
           OPEN INPUT LockboxFeedFile
           IF LockboxFeedStatus NOT = "00"
              DISPLAY "Lockbox feed not available - "
                      LockboxFeedStatus
              PERFORM ReleaseBatchLock
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
              PERFORM WritePaymentBatch
              PERFORM RewriteNextBatchControl
           END-IF
           PERFORM ReleaseBatchLock
           PERFORM PrintLockboxTotals
           CLOSE LockboxReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ObtainBatchLock.
           MOVE "L" TO LockAction
           MOVE "LBXBATCH.CTL" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag.
       ReleaseBatchLock.
           MOVE "U" TO LockAction
           MOVE "LBXBATCH.CTL" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag.
       ReadNextBatchControl.
           MOVE 1 TO NextBatchWork
           OPEN INPUT NextBatchFile
