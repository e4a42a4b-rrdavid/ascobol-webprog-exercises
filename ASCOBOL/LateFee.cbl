       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WaiverFile ASSIGN TO "FEEWAIVE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WaiverFileStatus.
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT AssessReportFile ASSIGN TO "LATEFEE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS AprqKey
                      FILE STATUS IS ApprovalQueueStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  WaiverFile.
           01  WaiverRecord.
               88  EndOfWaiverFile  VALUE HIGH-VALUES.
               02  WaivStudentId    PIC 9(7).
               02  WaivReason       PIC X(20).
               02  WaivEnteredBy    PIC X(8).
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  AssessReportFile.
           01  AssessReportLine     PIC X(70).
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               02  AprqKey          PIC 9(7).
               02  FILLER           PIC X(96).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LATEFEE".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  WaiverFileStatus     PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  OpenItemStatus       PIC XX.
       01  ApprovalQueueStatus  PIC XX.
       01  ApprovalEntry.
           COPY APRQCPY.
       01  OpenItemAvailFlag    PIC X VALUE "N".
           88  OpenItemAvailable VALUE "Y".
       01  OpenItemAmount       PIC S9(8)V99.
       01  EndOfStudentChargesFlag PIC X.
           88  EndOfStudentCharges VALUE "Y".
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  RunControlFound      PIC X VALUE "N".
           02  WaiverEntry OCCURS 200 TIMES INDEXED BY WaivIdx.
               03  WaivTabStudentId PIC 9(7).
               03  WaivTabReason    PIC X(20).
               03  WaivTabEnteredBy PIC X(8).
               03  WaivTabStatus    PIC X.
                   88  WaiverApproved  VALUE "A".
                   88  WaiverRejected  VALUE "R".
                   88  WaiverNotQueued VALUE SPACE.
               03  WaivTabQueueNumber PIC 9(7).
       01  WaiverTableCount     PIC 9(4) VALUE ZERO.
       01  WaiverFoundFlag      PIC X VALUE "N".
           88  StudentWaived    VALUE "Y".
       01  WaiverUnapprovedFlag PIC X VALUE "N".
           88  WaiverUnapproved VALUE "Y".
       01  AssessTotals.
           02  AssessedCount    PIC 9(4) VALUE ZERO.
           02  AssessedTotal    PIC S9(8)V99 VALUE ZERO.
           02  WaivedCount      PIC 9(4) VALUE ZERO.
           02  UnapprovedCount  PIC 9(4) VALUE ZERO.
           02  SkippedTodayCount PIC 9(4) VALUE ZERO.
       01  AssessHeadingLine    PIC X(40)
           VALUE "  Late Fee Assessment Register".
           02  PrnAssessOverdue PIC -(7)9.99.
           02  FILLER           PIC X(7)  VALUE "  Fee =".
           02  PrnAssessFee     PIC -(5)9.99.
       01  AssessChargeLine.
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnChargeDate    PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnChargeType    PIC X(3).
           02  FILLER           PIC X(7)  VALUE "  Open ".
           02  PrnChargeOpen    PIC -(7)9.99.
           02  FILLER           PIC X(6)  VALUE "  Age ".
           02  PrnChargeAge     PIC ZZZZ9.
       01  AssessWaivedLine.
           02  FILLER           PIC X(10) VALUE "Waived   -".
           02  PrnWaivedStudentId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnWaivedReason  PIC X(20).
       01  AssessUnapprovedLine.
           02  FILLER           PIC X(10) VALUE "  Waiver -".
           02  FILLER           PIC X(9)  VALUE " ITEM # ".
           02  PrnUnapprovedNumber PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnUnapprovedText PIC X(30).
       01  AssessedCountLine.
           02  FILLER           PIC X(20) VALUE "Fees assessed    = ".
           02  PrnAssessedCount PIC Z,ZZ9.
       01  WaivedCountLine.
           02  FILLER           PIC X(20) VALUE "Fees waived      = ".
           02  PrnWaivedCount   PIC Z,ZZ9.
       01  UnapprovedCountLine.
           02  FILLER           PIC X(20) VALUE "Waiver not approved=".
           02  PrnUnapprovedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckRunControl
                   FUNCTION INTEGER-OF-DATE(AsOfDate)
           PERFORM ReadFeeControl
           PERFORM LoadWaiverTable
           PERFORM MatchWaiverApprovals
           PERFORM QueueNewWaivers
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
              MOVE "Y" TO OpenItemAvailFlag
           END-IF
           PERFORM LoadLedgerCredits
           PERFORM AgeLedgerCharges
           OPEN OUTPUT AssessReportFile
           END-IF
           PERFORM AssessOverdueStudents
           CLOSE LedgerFile
           IF OpenItemAvailable
              CLOSE OpenItemFile
           END-IF
           MOVE AssessedCount TO PrnAssessedCount
           WRITE AssessReportLine FROM AssessedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE WaivedCount TO PrnWaivedCount
           WRITE AssessReportLine FROM WaivedCountLine
                  AFTER ADVANCING 1 LINES
           MOVE UnapprovedCount TO PrnUnapprovedCount
           WRITE AssessReportLine FROM UnapprovedCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE AssessReportFile
           GOBACK.
       ReportFileError.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO AsOfDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT AsOfDate FROM DATE YYYYMMDD
           END-IF.
       ReadFeeControl.
           MOVE AsOfDate TO ParmReqAsOfDate
           MOVE "LATE-FEE-AMOUNT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO LateFeeAmount
           END-IF
           MOVE "LATE-FEE-MIN-BALANCE" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO MinimumBalance
           END-IF.
       LoadWaiverTable.
           OPEN INPUT WaiverFile
                    SET WaivIdx TO WaiverTableCount
                    MOVE WaivStudentId TO WaivTabStudentId(WaivIdx)
                    MOVE WaivReason    TO WaivTabReason(WaivIdx)
                    MOVE WaivEnteredBy TO WaivTabEnteredBy(WaivIdx)
                    MOVE SPACE         TO WaivTabStatus(WaivIdx)
                    MOVE ZERO          TO WaivTabQueueNumber(WaivIdx)
                 ELSE
                    MOVE "FEEWAIVE.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
              END-PERFORM
              CLOSE WaiverFile
           END-IF.
       MatchWaiverApprovals.
           OPEN INPUT ApprovalQueueFile
           IF ApprovalQueueStatus = "00"
              READ ApprovalQueueFile NEXT INTO ApprovalEntry
                AT END SET EndOfApprovalQueue TO TRUE
              END-READ
              PERFORM UNTIL EndOfApprovalQueue
                 IF AprFeeWaiver
                    PERFORM MatchOneWaiverApproval
                 END-IF
                 READ ApprovalQueueFile NEXT INTO ApprovalEntry
                   AT END SET EndOfApprovalQueue TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ApprovalQueueFile
           END-IF.
       MatchOneWaiverApproval.
           PERFORM VARYING WaivIdx FROM 1 BY 1
                   UNTIL WaivIdx > WaiverTableCount
              IF WaivTabStudentId(WaivIdx) = AprStudentId
                 AND WaivTabReason(WaivIdx) = AprReference
                 MOVE AprStatus TO WaivTabStatus(WaivIdx)
                 MOVE AprQueueNumber TO WaivTabQueueNumber(WaivIdx)
              END-IF
           END-PERFORM.
       QueueNewWaivers.
           PERFORM VARYING WaivIdx FROM 1 BY 1
                   UNTIL WaivIdx > WaiverTableCount
              IF WaiverNotQueued(WaivIdx)
                 MOVE SPACES TO ApprovalEntry
                 SET AprFeeWaiver TO TRUE
                 MOVE WaivTabStudentId(WaivIdx) TO AprStudentId
                 MOVE LateFeeAmount TO AprAmount
                 MOVE WaivTabReason(WaivIdx) TO AprReference
                 MOVE AsOfDate TO AprSourceDate
                 MOVE "LATEFEE" TO AprProgramName
                 MOVE WaivTabEnteredBy(WaivIdx) TO AprOriginUserId
                 CALL "APRQADD" USING ApprovalEntry
                 IF AprQueueNumber = ZERO
                    MOVE "APPRQ.DAT" TO ErrorFileName
                    MOVE "LK" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 MOVE AprStatus TO WaivTabStatus(WaivIdx)
                 MOVE AprQueueNumber TO WaivTabQueueNumber(WaivIdx)
              END-IF
           END-PERFORM.
       LoadLedgerCredits.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
           PERFORM UNTIL EndOfLedgerFile
              IF LedgerPayment OR LedgerRefund
                 OR LedgerWriteOff OR LedgerDeposit
                 OR LedgerRefundVoided
                 PERFORM FindLedgerStudent
                 IF LedgerStudentEntryFound
                    PERFORM GetOpenItemAmount
                    ADD OpenItemAmount TO LStudCreditLeft(LedgStudIdx)
                 END-IF
              END-IF
              IF LedgerLateFee AND LedgEntryDate = AsOfDate
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
                 OR LedgerTranFee OR LedgerReturnedPay
                 OR LedgerReturnedFee
                 OR LedgerRefundIssued
                 OR LedgerAidReturned
                 OR LedgerAssessedFee
                 PERFORM AgeOneCharge
              END-IF
              READ LedgerFile NEXT
              PERFORM AgeFoundCharge
           END-IF.
       AgeFoundCharge.
           PERFORM GetOpenItemAmount
           MOVE OpenItemAmount TO OpenChargeAmount
           IF NOT OpenItemAvailable
              PERFORM ApplyCreditOldestFirst
           END-IF
           IF OpenChargeAmount > ZERO
              PERFORM ComputeEntryAge
              EVALUATE TRUE
                 WHEN EntryAgeDays < 30
                    ADD OpenChargeAmount
                        TO LStudOver90Due(LedgStudIdx)
              END-EVALUATE
           END-IF.
       ApplyCreditOldestFirst.
           IF LStudCreditLeft(LedgStudIdx) >= OpenChargeAmount
              SUBTRACT OpenChargeAmount
                  FROM LStudCreditLeft(LedgStudIdx)
              MOVE ZERO TO OpenChargeAmount
           ELSE
              SUBTRACT LStudCreditLeft(LedgStudIdx)
                  FROM OpenChargeAmount
              MOVE ZERO TO LStudCreditLeft(LedgStudIdx)
           END-IF.
       ComputeEntryAge.
           COMPUTE EntryDateInteger =
                   FUNCTION INTEGER-OF-DATE(LedgEntryDate)
           COMPUTE EntryAgeDays = AsOfDateInteger - EntryDateInteger.
       GetOpenItemAmount.
           MOVE LedgAmount TO OpenItemAmount
           IF OpenItemAvailable
              MOVE LedgerKey TO OpenItemKey
              READ OpenItemFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LedgAmount < ZERO
                       COMPUTE OpenItemAmount =
                               ZERO - OpenRemainingAmount
                    ELSE
                       MOVE OpenRemainingAmount TO OpenItemAmount
                    END-IF
              END-READ
           END-IF.
       FindLedgerStudent.
           MOVE "N" TO LedgerStudentFound
           SET LedgStudIdx TO 1
                      LStudOver30Due(LedgStudIdx)
                    + LStudOver60Due(LedgStudIdx)
                    + LStudOver90Due(LedgStudIdx)
                    - LStudCreditLeft(LedgStudIdx)
              IF StudentOverdueAmount > MinimumBalance
                 PERFORM AssessOneStudent
              END-IF
                 ADD 1 TO WaivedCount
              ELSE
                 PERFORM PostLateFee
                 IF WaiverUnapproved
                    PERFORM ListUnapprovedWaiver
                 END-IF
              END-IF
           END-IF.
       ListUnapprovedWaiver.
           MOVE WaivTabQueueNumber(WaivIdx) TO PrnUnapprovedNumber
           IF WaiverRejected(WaivIdx)
              MOVE "waiver rejected - fee stands"
                                      TO PrnUnapprovedText
           ELSE
              MOVE "waiver awaiting approval"
                                      TO PrnUnapprovedText
           END-IF
           WRITE AssessReportLine FROM AssessUnapprovedLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO UnapprovedCount.
       CheckWaiver.
           MOVE "N" TO WaiverFoundFlag
           MOVE "N" TO WaiverUnapprovedFlag
           SET WaivIdx TO 1
           PERFORM UNTIL WaivIdx > WaiverTableCount
              OR StudentWaived
              ELSE
                 SET WaivIdx UP BY 1
              END-IF
           END-PERFORM
           IF StudentWaived
              IF NOT WaiverApproved(WaivIdx)
                 MOVE "N" TO WaiverFoundFlag
                 MOVE "Y" TO WaiverUnapprovedFlag
              END-IF
           END-IF.
       PostLateFee.
           MOVE SPACES TO LedgerRecord
           MOVE LStudStudentId(LedgStudIdx) TO LedgStudentId
           MOVE LateFeeAmount TO PrnAssessFee
           WRITE AssessReportLine FROM AssessDetailLine
                  AFTER ADVANCING 1 LINES
           IF OpenItemAvailable
              PERFORM ListOverdueCharges
           END-IF
           ADD 1 TO AssessedCount
           ADD LateFeeAmount TO AssessedTotal.
       ListOverdueCharges.
           MOVE "N" TO EndOfStudentChargesFlag
           MOVE LStudStudentId(LedgStudIdx) TO LedgStudentId
           MOVE ZERO TO LedgEntryDate
           MOVE ZERO TO LedgEntrySeq
           START LedgerFile KEY IS NOT LESS THAN LedgerKey
              INVALID KEY MOVE "Y" TO EndOfStudentChargesFlag
           END-START
           PERFORM UNTIL EndOfStudentCharges
              READ LedgerFile NEXT
                AT END MOVE "Y" TO EndOfStudentChargesFlag
                NOT AT END
                   IF LedgStudentId NOT = LStudStudentId(LedgStudIdx)
                      MOVE "Y" TO EndOfStudentChargesFlag
                   ELSE
                      PERFORM ListOneOverdueCharge
                   END-IF
              END-READ
           END-PERFORM.
       ListOneOverdueCharge.
           IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
              OR LedgerTranFee OR LedgerReturnedPay
              OR LedgerReturnedFee
              OR LedgerRefundIssued
              OR LedgerAidReturned
              OR LedgerAssessedFee
              PERFORM GetOpenItemAmount
              PERFORM ComputeEntryAge
              IF OpenItemAmount > ZERO AND EntryAgeDays NOT < 30
                 MOVE LedgEntryDate  TO PrnChargeDate
                 MOVE LedgEntryType  TO PrnChargeType
                 MOVE OpenItemAmount TO PrnChargeOpen
                 MOVE EntryAgeDays   TO PrnChargeAge
                 WRITE AssessReportLine FROM AssessChargeLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-IF.
       WriteLedgerWithSeq.
           MOVE "N" TO LedgerWriteDoneFlag
           PERFORM UNTIL LedgerWriteDone
