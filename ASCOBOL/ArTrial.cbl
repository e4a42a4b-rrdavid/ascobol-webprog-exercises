       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       01  ErrorProgramName     PIC X(10) VALUE "ARTRIAL".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  LedgerFileStatus     PIC XX.
       01  BalanceHistoryStatus PIC XX.
       01  RunControlFound      PIC X VALUE "N".
           02  TotalPayments    PIC S9(9)V99 VALUE ZERO.
           02  TotalRefunds     PIC S9(9)V99 VALUE ZERO.
           02  TotalWriteOffs   PIC S9(9)V99 VALUE ZERO.
           02  TotalReturned    PIC S9(9)V99 VALUE ZERO.
           02  TotalRefundChecks PIC S9(9)V99 VALUE ZERO.
           02  ActivityNet      PIC S9(9)V99 VALUE ZERO.
           02  ClosingBalance   PIC S9(9)V99 VALUE ZERO.
           02  ExpectedBalance  PIC S9(9)V99 VALUE ZERO.
           02  FILLER           PIC X(21) VALUE
               "Write-offs         = ".
           02  PrnTotalWriteOffs PIC -(8)9.99.
       01  TrialReturnedLine.
           02  FILLER           PIC X(21) VALUE
               "Returned items     = ".
           02  PrnTotalReturned PIC -(8)9.99.
       01  TrialRefundCheckLine.
           02  FILLER           PIC X(21) VALUE
               "Refund cheques net = ".
           02  PrnTotalRefundChecks PIC -(8)9.99.
       01  TrialClosingLine.
           02  FILLER           PIC X(21) VALUE
               "Closing balance    = ".
           PERFORM ScanLedger
           COMPUTE ClosingBalance = TotalCharges + TotalLateFees
                                  - TotalPayments - TotalRefunds
                                  - TotalWriteOffs + TotalReturned
                                  + TotalRefundChecks
           OPEN OUTPUT TrialReportFile
           WRITE TrialReportLine FROM TrialHeadingLine
                  AFTER ADVANCING PAGE
           MOVE TotalWriteOffs TO PrnTotalWriteOffs
           WRITE TrialReportLine FROM TrialWriteOffLine
                  AFTER ADVANCING 1 LINES
           MOVE TotalReturned TO PrnTotalReturned
           WRITE TrialReportLine FROM TrialReturnedLine
                  AFTER ADVANCING 1 LINES
           MOVE TotalRefundChecks TO PrnTotalRefundChecks
           WRITE TrialReportLine FROM TrialRefundCheckLine
                  AFTER ADVANCING 1 LINES
           MOVE ClosingBalance TO PrnClosingBalance
           WRITE TrialReportLine FROM TrialClosingLine
                  AFTER ADVANCING 1 LINES
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
       TallyOneEntry.
           EVALUATE TRUE
              WHEN LedgerCharge OR LedgerCarryFwd
                   OR LedgerAidReturned
                   OR LedgerAssessedFee
                   OR LedgerTranFee
                 ADD LedgAmount TO TotalCharges
              WHEN LedgerLateFee
                 ADD LedgAmount TO TotalWriteOffs
              WHEN LedgerDeposit
                 ADD LedgAmount TO TotalPayments
              WHEN LedgerReturnedPay OR LedgerReturnedFee
                 ADD LedgAmount TO TotalReturned
              WHEN LedgerRefundIssued
                 ADD LedgAmount TO TotalRefundChecks
              WHEN LedgerRefundVoided
                 SUBTRACT LedgAmount FROM TotalRefundChecks
           END-EVALUATE
           IF LedgEntryDate > PriorBalanceDate
              EVALUATE TRUE
                 WHEN LedgerCharge OR LedgerLateFee
                      OR LedgerCarryFwd OR LedgerTranFee
                      OR LedgerReturnedPay OR LedgerReturnedFee
                      OR LedgerRefundIssued
                      OR LedgerAidReturned
                      OR LedgerAssessedFee
                    ADD LedgAmount TO ActivityNet
                 WHEN LedgerPayment OR LedgerRefund
                      OR LedgerWriteOff OR LedgerDeposit
                      OR LedgerRefundVoided
                    SUBTRACT LedgAmount FROM ActivityNet
              END-EVALUATE
           END-IF.
