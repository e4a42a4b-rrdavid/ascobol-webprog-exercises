       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankPaidFile ASSIGN TO "BANKPAID.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BankPaidStatus.
           SELECT RefundChequeFile ASSIGN TO "REFCHK.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ChkDisbNumber
                      FILE STATUS IS RefundChequeStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT UnclaimedFile ASSIGN TO "UNCLAIM.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS UnclaimedStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReconReportFile ASSIGN TO "REFRECON.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BankPaidFile.
           01  BankPaidRecord.
               88  EndOfBankPaid    VALUE HIGH-VALUES.
               02  BpdDisbNumber    PIC 9(6).
               02  BpdAmount        PIC 9(7)V99.
               02  BpdPaidDate      PIC 9(8).
       FD  RefundChequeFile.
           01  RefundChequeRecord.
               COPY RCHKCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  UnclaimedFile.
           01  UnclaimedRecord.
               02  UncDisbNumber    PIC 9(6).
               02  UncStudentId     PIC 9(7).
               02  UncSurname       PIC X(25).
               02  UncGivenNames    PIC X(15).
               02  UncAddressLine1  PIC X(30).
               02  UncAddressLine2  PIC X(30).
               02  UncAmount        PIC 9(7)V99.
               02  UncIssueDate     PIC 9(8).
               02  UncVoidDate      PIC 9(8).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ReconReportFile.
           01  ReconReportLine      PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "REFRECON".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  BankPaidStatus       PIC XX.
       01  RefundChequeStatus   PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  UnclaimedStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  ReconRunDate         PIC 9(8).
       01  RunDateInteger       PIC S9(9) COMP.
       01  IssueDateInteger     PIC S9(9) COMP.
       01  ChequeAgeDays        PIC S9(5) COMP.
       01  StaleDays            PIC 9(3) VALUE 180.
       01  LedgerWriteDoneFlag  PIC X VALUE "N".
           88  LedgerWriteDone  VALUE "Y".
       01  ChequeFoundFlag      PIC X.
           88  ChequeFound      VALUE "Y".
       01  StudentFoundFlag     PIC X.
           88  ChequeStudentFound VALUE "Y".
       01  AddressFoundFlag     PIC X.
           88  AddressFound     VALUE "Y".
       01  AddrCityLine         PIC X(30).
       01  AuditProgramNameLit  PIC X(10) VALUE "REFRECON".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "REFRECON".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  ReconTotals.
           02  PaidReadCount    PIC 9(6) VALUE ZERO.
           02  PaidMatchedCount PIC 9(6) VALUE ZERO.
           02  PaidMatchedTotal PIC S9(9)V99 VALUE ZERO.
           02  PaidExceptCount  PIC 9(6) VALUE ZERO.
           02  VoidedCount      PIC 9(6) VALUE ZERO.
           02  VoidedTotal      PIC S9(9)V99 VALUE ZERO.
           02  OutstandCount    PIC 9(6) VALUE ZERO.
           02  OutstandTotal    PIC S9(9)V99 VALUE ZERO.
           02  Aged30Total      PIC S9(9)V99 VALUE ZERO.
           02  Aged60Total      PIC S9(9)V99 VALUE ZERO.
           02  Aged90Total      PIC S9(9)V99 VALUE ZERO.
           02  AgedOver90Total  PIC S9(9)V99 VALUE ZERO.
       01  ReconHeadingLine     PIC X(40)
           VALUE "  Refund Cheque Reconciliation".
       01  ReconAsOfLine.
           02  FILLER           PIC X(11) VALUE "As of date ".
           02  PrnAsOfDate      PIC 9(8).
           02  FILLER           PIC X(16) VALUE "   Stale after ".
           02  PrnStaleDays     PIC ZZ9.
           02  FILLER           PIC X(5)  VALUE " days".
       01  ReconPaidHeadingLine PIC X(40)
           VALUE "Paid items not reconciled -".
       01  ReconExceptionLine.
           02  FILLER           PIC X(7)  VALUE "Disb # ".
           02  PrnExcDisbNumber PIC 9(6).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnExcAmount     PIC ZZZ,ZZ9.99.
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnExcText       PIC X(30).
       01  ReconVoidHeadingLine PIC X(40)
           VALUE "Stale-dated cheques voided -".
       01  ReconOutHeadingLine  PIC X(40)
           VALUE "Outstanding cheques -".
       01  ReconColumnLine      PIC X(60) VALUE
           "Disb #  Student  Issued       Amount   Days".
       01  ReconChequeLine.
           02  PrnChkDisbNumber PIC 9(6).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChkStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChkIssueDate  PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnChkAmount     PIC ZZZ,ZZ9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChkAgeDays    PIC ZZZZ9.
       01  ReconCountLine.
           02  PrnReconCountText PIC X(20).
           02  PrnReconCount    PIC ZZZ,ZZ9.
       01  ReconAmountLine.
           02  PrnReconAmountText PIC X(20).
           02  PrnReconAmountTotal PIC -(8)9.99.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainLedgerLock
           IF NOT LockGranted
              DISPLAY "ARLEDGER.DAT is locked - try later."
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteAuditStart
           ACCEPT ReconRunDate FROM DATE YYYYMMDD
           COMPUTE RunDateInteger =
                   FUNCTION INTEGER-OF-DATE(ReconRunDate)
           PERFORM ReadReconControl
           OPEN I-O RefundChequeFile
           IF RefundChequeStatus NOT = "00"
              MOVE "REFCHK.DAT" TO ErrorFileName
              MOVE RefundChequeStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O LedgerFile
           IF LedgerFileStatus NOT = "00"
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE LedgerFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           OPEN INPUT AddressFile
           OPEN EXTEND UnclaimedFile
           IF UnclaimedStatus = "35"
              OPEN OUTPUT UnclaimedFile
           END-IF
           OPEN OUTPUT ReconReportFile
           WRITE ReconReportLine FROM ReconHeadingLine
                  AFTER ADVANCING PAGE
           MOVE ReconRunDate TO PrnAsOfDate
           MOVE StaleDays TO PrnStaleDays
           WRITE ReconReportLine FROM ReconAsOfLine
                  AFTER ADVANCING 1 LINES
           PERFORM MatchPaidItems
           PERFORM VoidStaleCheques
           PERFORM ListOutstandingCheques
           PERFORM PrintReconTotals
           CLOSE RefundChequeFile, LedgerFile, UnclaimedFile,
                 ReconReportFile
           IF StudentFileStatus = "00"
              CLOSE StudentFile
           END-IF
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           PERFORM WriteAuditEnd
           PERFORM ReleaseLedgerLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseLedgerLock
           END-IF
           GOBACK.
       ObtainLedgerLock.
           MOVE "L" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseLedgerLock.
           MOVE "U" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
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
           MOVE VoidedCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadReconControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "STALE-CHEQUE-DAYS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO StaleDays
           END-IF.
       MatchPaidItems.
           WRITE ReconReportLine FROM ReconPaidHeadingLine
                  AFTER ADVANCING 2 LINES
           OPEN INPUT BankPaidFile
           IF BankPaidStatus = "00"
              READ BankPaidFile
                AT END SET EndOfBankPaid TO TRUE
              END-READ
              PERFORM UNTIL EndOfBankPaid
                 ADD 1 TO PaidReadCount
                 PERFORM MatchOnePaidItem
                 READ BankPaidFile
                   AT END SET EndOfBankPaid TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BankPaidFile
           END-IF.
       MatchOnePaidItem.
           MOVE "N" TO ChequeFoundFlag
           MOVE BpdDisbNumber TO ChkDisbNumber
           READ RefundChequeFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO ChequeFoundFlag
           END-READ
           EVALUATE TRUE
              WHEN NOT ChequeFound
                 MOVE "not on cheque register" TO PrnExcText
                 PERFORM WritePaidException
              WHEN ChkByAch
                 MOVE "ACH credit, not a cheque" TO PrnExcText
                 PERFORM WritePaidException
              WHEN ChkPaid
                 MOVE "already paid" TO PrnExcText
                 PERFORM WritePaidException
              WHEN ChkVoided
                 MOVE "paid after void - investigate"
                                       TO PrnExcText
                 PERFORM WritePaidException
              WHEN ChkHeldAddress
                 MOVE "held refund, never issued" TO PrnExcText
                 PERFORM WritePaidException
              WHEN BpdAmount NOT = ChkAmount
                 MOVE "amount differs from register"
                                       TO PrnExcText
                 PERFORM WritePaidException
              WHEN OTHER
                 SET ChkPaid TO TRUE
                 MOVE BpdPaidDate TO ChkPaidDate
                 MOVE BpdAmount TO ChkPaidAmount
                 REWRITE RefundChequeRecord
                    INVALID KEY
                       MOVE "REFCHK.DAT" TO ErrorFileName
                       MOVE RefundChequeStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                 END-REWRITE
                 ADD 1 TO PaidMatchedCount
                 ADD BpdAmount TO PaidMatchedTotal
           END-EVALUATE.
       WritePaidException.
           MOVE BpdDisbNumber TO PrnExcDisbNumber
           MOVE BpdAmount TO PrnExcAmount
           WRITE ReconReportLine FROM ReconExceptionLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO PaidExceptCount
           MOVE 4 TO RETURN-CODE.
       StartChequeScan.
           MOVE ZERO TO ChkDisbNumber
           START RefundChequeFile KEY IS NOT LESS THAN ChkDisbNumber
              INVALID KEY SET EndOfRefundCheques TO TRUE
           END-START
           IF NOT EndOfRefundCheques
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-IF.
       VoidStaleCheques.
           WRITE ReconReportLine FROM ReconVoidHeadingLine
                  AFTER ADVANCING 2 LINES
           WRITE ReconReportLine FROM ReconColumnLine
                  AFTER ADVANCING 1 LINES
           PERFORM StartChequeScan
           PERFORM UNTIL EndOfRefundCheques
              IF ChkOutstanding
                 PERFORM ComputeChequeAge
                 IF ChequeAgeDays > StaleDays
                    PERFORM VoidOneCheque
                 END-IF
              END-IF
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-PERFORM.
       ComputeChequeAge.
           COMPUTE IssueDateInteger =
                   FUNCTION INTEGER-OF-DATE(ChkIssueDate)
           COMPUTE ChequeAgeDays = RunDateInteger - IssueDateInteger.
       VoidOneCheque.
           SET ChkVoided TO TRUE
           MOVE ReconRunDate TO ChkVoidDate
           REWRITE RefundChequeRecord
              INVALID KEY
                 MOVE "REFCHK.DAT" TO ErrorFileName
                 MOVE RefundChequeStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE
           MOVE SPACES TO LedgerRecord
           MOVE ChkStudentId TO LedgStudentId
           MOVE ReconRunDate TO LedgEntryDate
           MOVE "RVD"        TO LedgEntryType
           MOVE ChkAmount    TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           PERFORM WriteUnclaimedProperty
           PERFORM MoveChequeLine
           WRITE ReconReportLine FROM ReconChequeLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO VoidedCount
           ADD ChkAmount TO VoidedTotal.
       WriteUnclaimedProperty.
           MOVE SPACES TO UnclaimedRecord
           MOVE ChkDisbNumber TO UncDisbNumber
           MOVE ChkStudentId  TO UncStudentId
           MOVE "N" TO StudentFoundFlag
           IF StudentFileStatus = "00"
              MOVE ChkStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO StudentFoundFlag
              END-READ
           END-IF
           IF ChequeStudentFound
              MOVE Surname    TO UncSurname
              MOVE GivenNames TO UncGivenNames
           END-IF
           MOVE "N" TO AddressFoundFlag
           IF AddressFileStatus = "00"
              MOVE ChkStudentId TO AddrStudentId
              READ AddressFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO AddressFoundFlag
              END-READ
           END-IF
           IF AddressFound
              MOVE AddrLine1 TO UncAddressLine1
              PERFORM BuildAddrCityLine
              MOVE AddrCityLine TO UncAddressLine2
           END-IF
           MOVE ChkAmount    TO UncAmount
           MOVE ChkIssueDate TO UncIssueDate
           MOVE ReconRunDate TO UncVoidDate
           WRITE UnclaimedRecord.
       BuildAddrCityLine.
           MOVE SPACES TO AddrCityLine
           STRING AddrCity DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AddrRegion DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AddrPostalCode DELIMITED BY SIZE
             INTO AddrCityLine
           END-STRING.
       WriteLedgerWithSeq.
           MOVE "N" TO LedgerWriteDoneFlag
           PERFORM UNTIL LedgerWriteDone
              WRITE LedgerRecord
                 INVALID KEY
                    IF LedgerFileStatus = "22"
                       AND LedgEntrySeq < 999
                       ADD 1 TO LedgEntrySeq
                    ELSE
                       MOVE "ARLEDGER.DAT" TO ErrorFileName
                       MOVE LedgerFileStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO LedgerWriteDoneFlag
              END-WRITE
           END-PERFORM.
       MoveChequeLine.
           MOVE ChkDisbNumber TO PrnChkDisbNumber
           MOVE ChkStudentId  TO PrnChkStudentId
           MOVE ChkIssueDate  TO PrnChkIssueDate
           MOVE ChkAmount     TO PrnChkAmount
           MOVE ChequeAgeDays TO PrnChkAgeDays.
       ListOutstandingCheques.
           WRITE ReconReportLine FROM ReconOutHeadingLine
                  AFTER ADVANCING 2 LINES
           WRITE ReconReportLine FROM ReconColumnLine
                  AFTER ADVANCING 1 LINES
           PERFORM StartChequeScan
           PERFORM UNTIL EndOfRefundCheques
              IF ChkOutstanding
                 PERFORM ListOneOutstanding
              END-IF
              READ RefundChequeFile NEXT
                AT END SET EndOfRefundCheques TO TRUE
              END-READ
           END-PERFORM.
       ListOneOutstanding.
           PERFORM ComputeChequeAge
           PERFORM MoveChequeLine
           WRITE ReconReportLine FROM ReconChequeLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO OutstandCount
           ADD ChkAmount TO OutstandTotal
           EVALUATE TRUE
              WHEN ChequeAgeDays <= 30
                 ADD ChkAmount TO Aged30Total
              WHEN ChequeAgeDays <= 60
                 ADD ChkAmount TO Aged60Total
              WHEN ChequeAgeDays <= 90
                 ADD ChkAmount TO Aged90Total
              WHEN OTHER
                 ADD ChkAmount TO AgedOver90Total
           END-EVALUATE.
       PrintReconTotals.
           MOVE "Bank paid items   = " TO PrnReconCountText
           MOVE PaidReadCount TO PrnReconCount
           WRITE ReconReportLine FROM ReconCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Matched to issue  = " TO PrnReconCountText
           MOVE PaidMatchedCount TO PrnReconCount
           WRITE ReconReportLine FROM ReconCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Matched amount    = " TO PrnReconAmountText
           MOVE PaidMatchedTotal TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Paid exceptions   = " TO PrnReconCountText
           MOVE PaidExceptCount TO PrnReconCount
           WRITE ReconReportLine FROM ReconCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Voided stale      = " TO PrnReconCountText
           MOVE VoidedCount TO PrnReconCount
           WRITE ReconReportLine FROM ReconCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Voided amount     = " TO PrnReconAmountText
           MOVE VoidedTotal TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Outstanding       = " TO PrnReconCountText
           MOVE OutstandCount TO PrnReconCount
           WRITE ReconReportLine FROM ReconCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Outstanding amount= " TO PrnReconAmountText
           MOVE OutstandTotal TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Up to 30 days   = " TO PrnReconAmountText
           MOVE Aged30Total TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  31 to 60 days   = " TO PrnReconAmountText
           MOVE Aged60Total TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  61 to 90 days   = " TO PrnReconAmountText
           MOVE Aged90Total TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES
           MOVE "  Over 90 days    = " TO PrnReconAmountText
           MOVE AgedOver90Total TO PrnReconAmountTotal
           WRITE ReconReportLine FROM ReconAmountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM REFRECON.
