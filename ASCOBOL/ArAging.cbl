       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT AgingReportFile ASSIGN TO "ARAGING.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  AgingReportFile.
           01  AgingReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  LedgerFileStatus     PIC XX.
       01  OpenItemStatus       PIC XX.
       01  OpenItemAvailFlag    PIC X VALUE "N".
           88  OpenItemAvailable VALUE "Y".
       01  OpenItemAmount       PIC S9(8)V99.
       01  EndOfStudentChargesFlag PIC X.
           88  EndOfStudentCharges VALUE "Y".
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  AsOfDate             PIC 9(8).
       01  AgingAsOfLine.
           02  FILLER           PIC X(11) VALUE "As of date ".
           02  PrnAsOfDate      PIC 9(8).
       01  AgingColumnLine.
           02  FILLER           PIC X(33) VALUE
               "StudentId    Current      30 Days".
           02  FILLER           PIC X(40) VALUE
               "      60 Days      90 Days     Unapplied".
       01  AgingDetailLine.
           02  PrnAgingStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnAgingOver60   PIC -(8)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgingOver90   PIC -(8)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgingUnapplied PIC -(8)9.99.
       01  AgingChargeLine.
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnChargeDate    PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnChargeType    PIC X(3).
           02  FILLER           PIC X(11) VALUE "  Original ".
           02  PrnChargeOriginal PIC -(7)9.99.
           02  FILLER           PIC X(7)  VALUE "  Open ".
           02  PrnChargeOpen    PIC -(7)9.99.
           02  FILLER           PIC X(6)  VALUE "  Age ".
           02  PrnChargeAge     PIC ZZZZ9.
       01  AgingTotalLine.
           02  FILLER           PIC X(20) VALUE "Total receivable  = ".
           02  PrnAgingGrandTotal PIC -(8)9.99.
           PERFORM CheckRunControl
           COMPUTE AsOfDateInteger =
                   FUNCTION INTEGER-OF-DATE(AsOfDate)
           OPEN INPUT OpenItemFile
           IF OpenItemStatus = "00"
              MOVE "Y" TO OpenItemAvailFlag
           END-IF
           PERFORM LoadLedgerCredits
           PERFORM AgeLedgerCharges
           OPEN OUTPUT AgingReportFile
                  AFTER ADVANCING 1 LINES
           WRITE AgingReportLine FROM AgingColumnLine
                  AFTER ADVANCING 2 LINES
           OPEN INPUT LedgerFile
           PERFORM PrintAgingLines
           IF LedgerFileStatus NOT = "35"
              CLOSE LedgerFile
           END-IF
           MOVE AgingGrandTotal TO PrnAgingGrandTotal
           WRITE AgingReportLine FROM AgingTotalLine
                  AFTER ADVANCING 2 LINES
           CLOSE AgingReportFile
           IF OpenItemAvailable
              CLOSE OpenItemFile
           END-IF
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
           IF LedgerFileStatus NOT = "00"
              SET EndOfLedgerFile TO TRUE
           ELSE
              READ LedgerFile NEXT
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
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
              READ LedgerFile NEXT
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           IF LedgerFileStatus NOT = "00"
              SET EndOfLedgerFile TO TRUE
           ELSE
              READ LedgerFile NEXT
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
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
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
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
                 MOVE LStudOver30Due(LedgStudIdx)  TO PrnAgingOver30
                 MOVE LStudOver60Due(LedgStudIdx)  TO PrnAgingOver60
                 MOVE LStudOver90Due(LedgStudIdx)  TO PrnAgingOver90
                 MOVE LStudCreditLeft(LedgStudIdx) TO PrnAgingUnapplied
                 WRITE AgingReportLine FROM AgingDetailLine
                        AFTER ADVANCING 1 LINES
                 ADD StudentBalanceDue TO AgingGrandTotal
                 IF OpenItemAvailable
                    PERFORM PrintOpenCharges
                 END-IF
              END-IF
           END-PERFORM.
       PrintOpenCharges.
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
                      PERFORM PrintOneOpenCharge
                   END-IF
              END-READ
           END-PERFORM.
       PrintOneOpenCharge.
           IF LedgerCharge OR LedgerLateFee OR LedgerCarryFwd
              OR LedgerTranFee OR LedgerReturnedPay
              OR LedgerReturnedFee
              OR LedgerRefundIssued
              OR LedgerAidReturned
              OR LedgerAssessedFee
              PERFORM GetOpenItemAmount
              IF OpenItemAmount > ZERO
                 PERFORM ComputeEntryAge
                 MOVE LedgEntryDate  TO PrnChargeDate
                 MOVE LedgEntryType  TO PrnChargeType
                 MOVE LedgAmount     TO PrnChargeOriginal
                 MOVE OpenItemAmount TO PrnChargeOpen
                 MOVE EntryAgeDays   TO PrnChargeAge
                 WRITE AgingReportLine FROM AgingChargeLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-IF.
       END PROGRAM ARAGING.
