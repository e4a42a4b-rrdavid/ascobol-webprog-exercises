       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterMasterFile ASSIGN TO "PARMMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ParmKey
                      FILE STATUS IS ParameterMasterStatus.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RunControlFileStatus.
           SELECT FeeControlFile ASSIGN TO "LATEFEE.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS FeeControlStatus.
           SELECT GpaControlFile ASSIGN TO "GPACTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GpaControlFileStatus.
           SELECT TranFeeControlFile ASSIGN TO "TRANFEE.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TranFeeControlStatus.
           SELECT DisburseControlFile ASSIGN TO "REFDISB.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DisburseControlStatus.
           SELECT RepeatPolicyFile ASSIGN TO "REPEATPL.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RepeatPolicyStatus.
           SELECT SecurityControlFile ASSIGN TO "SECURITY.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS SecurityControlStatus.
           SELECT TaxYearControlFile ASSIGN TO "TAXYEAR.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TaxYearControlStatus.
           SELECT AttendControlFile ASSIGN TO "ATTCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AttendControlStatus.
           SELECT RetainControlFile ASSIGN TO "RETAIN.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RetainControlStatus.
           SELECT LoadControlFile ASSIGN TO "LOADCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS LoadControlStatus.
           SELECT ReturnControlFile ASSIGN TO "RETCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReturnControlStatus.
           SELECT ReconControlFile ASSIGN TO "REFRECON.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReconControlStatus.
           SELECT AlertControlFile ASSIGN TO "ALERTCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AlertControlStatus.
           SELECT DistControlFile ASSIGN TO "GRDDCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DistControlStatus.
           SELECT WindowControlFile ASSIGN TO "BATCHWIN.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WindowControlStatus.
           SELECT ApplyControlFile ASSIGN TO "OPENAPP.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ApplyControlStatus.
           SELECT AchControlFile ASSIGN TO "ACHCTL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AchControlStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmLoadReportFile ASSIGN TO "PARMLOAD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ParameterMasterFile.
           01  ParameterRecord.
               COPY PARMCPY.
       FD  RunControlFile.
           01  RunControlRecord.
               02  CtlRunDate       PIC 9(8).
               02  CtlSnapshotFile  PIC X(40).
       FD  FeeControlFile.
           01  FeeControlRecord.
               02  CtlLateFeeAmount PIC 9(5)V99.
               02  CtlMinimumBalance PIC 9(5)V99.
       FD  GpaControlFile.
           01  GpaControlRecord.
               02  CtlDeanThreshold      PIC 9V99.
               02  CtlProbationThreshold PIC 9V99.
       FD  TranFeeControlFile.
           01  TranFeeControlRecord.
               02  CtlOfficialFee   PIC 9(3)V99.
       FD  DisburseControlFile.
           01  DisburseControlRecord.
               02  CtlNextDisbNumber    PIC 9(6).
               02  CtlLastDisbDate      PIC 9(8).
               02  CtlApprovalThreshold PIC 9(5)V99.
       FD  RepeatPolicyFile.
           01  RepeatPolicyRecord.
               02  CtlRepeatPolicy  PIC X.
       FD  SecurityControlFile.
           01  SecurityControlRecord.
               02  CtlExpiryDays    PIC 9(3).
               02  CtlDormantDays   PIC 9(3).
       FD  TaxYearControlFile.
           01  TaxYearControlRecord.
               02  CtlTaxYear       PIC 9(4).
       FD  AttendControlFile.
           01  AttendControlRecord.
               02  CtlAbsenceThreshold PIC 99.
       FD  RetainControlFile.
           01  RetainControlRecord.
               02  CtlKeepCount     PIC 99.
       FD  LoadControlFile.
           01  LoadControlRecord.
               02  CtlFullTimeCredits   PIC 99V9.
               02  CtlThreeQtrCredits   PIC 99V9.
               02  CtlHalfTimeCredits   PIC 99V9.
       FD  ReturnControlFile.
           01  ReturnControlRecord.
               02  CtlReturnedItemFee   PIC 9(3)V99.
               02  CtlHoldOffice        PIC X(4).
       FD  ReconControlFile.
           01  ReconControlRecord.
               02  CtlStaleDays     PIC 9(3).
       FD  AlertControlFile.
           01  AlertControlRecord.
               02  CtlAbsenceLimit      PIC 99.
               02  CtlFailMarkLimit     PIC 9.
               02  FILLER               PIC 9V99.
               02  CtlPastDueAmount     PIC 9(5)V99.
               02  CtlPastDueDays       PIC 9(3).
               02  CtlAbsenceWeight     PIC 9.
               02  CtlGradeWeight       PIC 9.
               02  CtlProbationWeight   PIC 9.
               02  CtlBalanceWeight     PIC 9.
               02  CtlMinimumScore      PIC 99.
       FD  DistControlFile.
           01  DistControlRecord.
               02  CtlDistTermCode  PIC X(5).
               02  CtlPassTolerance PIC 99V9.
               02  CtlAvgTolerance  PIC 9V99.
       FD  WindowControlFile.
           01  WindowControlRecord.
               02  CtlWindowEndTime PIC 9(4).
               02  CtlTolerancePct  PIC 9(3).
               02  CtlHistoryNights PIC 9(3).
       FD  ApplyControlFile.
           01  ApplyControlRecord.
               02  CtlPriorityRule  PIC X(3).
       FD  AchControlFile.
           01  AchControlRecord.
               02  FILLER               PIC X(109).
               02  CtlPrenoteWaitDays   PIC 9(3).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  ParmLoadReportFile.
           01  ParmLoadReportLine   PIC X(100).
       WORKING-STORAGE SECTION.
       01  AuditProgramNameLit  PIC X(10) VALUE "PARMLOAD".
       01  ErrorProgramName     PIC X(10) VALUE "PARMLOAD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterMasterStatus PIC XX.
       01  RunControlFileStatus PIC XX.
       01  FeeControlStatus     PIC XX.
       01  GpaControlFileStatus PIC XX.
       01  TranFeeControlStatus PIC XX.
       01  DisburseControlStatus PIC XX.
       01  RepeatPolicyStatus   PIC XX.
       01  SecurityControlStatus PIC XX.
       01  TaxYearControlStatus PIC XX.
       01  AttendControlStatus  PIC XX.
       01  RetainControlStatus  PIC XX.
       01  LoadControlStatus    PIC XX.
       01  ReturnControlStatus  PIC XX.
       01  ReconControlStatus   PIC XX.
       01  AlertControlStatus   PIC XX.
       01  DistControlStatus    PIC XX.
       01  WindowControlStatus  PIC XX.
       01  ApplyControlStatus   PIC XX.
       01  AchControlStatus     PIC XX.
       01  LoadRunDate          PIC 9(8).
       01  LoadRunTime          PIC 9(8).
       01  LoadValues.
           02  LoadRunDateValue PIC 9(8)      VALUE ZERO.
           02  LoadSnapshotFile PIC X(40)     VALUE SPACES.
           02  LoadLateFee      PIC 9(5)V99   VALUE 25.00.
           02  LoadMinimumBalance PIC 9(5)V99 VALUE 5.00.
           02  LoadDeanGpa      PIC 9V99      VALUE 3.50.
           02  LoadProbationGpa PIC 9V99      VALUE 1.50.
           02  LoadTranscriptFee PIC 9(3)V99  VALUE 10.00.
           02  LoadRefundLimit  PIC 9(5)V99   VALUE 500.00.
           02  LoadRepeatPolicy PIC X         VALUE "B".
           02  LoadExpiryDays   PIC 9(3)      VALUE 90.
           02  LoadDormantDays  PIC 9(3)      VALUE 90.
           02  LoadTaxYear      PIC 9(4)      VALUE ZERO.
           02  LoadAbsenceThreshold PIC 99    VALUE 3.
           02  LoadKeepCount    PIC 99        VALUE 7.
           02  LoadFullTime     PIC 99V9      VALUE 12.0.
           02  LoadThreeQtr     PIC 99V9      VALUE 9.0.
           02  LoadHalfTime     PIC 99V9      VALUE 6.0.
           02  LoadReturnedFee  PIC 9(3)V99   VALUE 25.00.
           02  LoadHoldOffice   PIC X(4)      VALUE "BURS".
           02  LoadStaleDays    PIC 9(3)      VALUE 180.
           02  LoadAlertAbsences PIC 99       VALUE 3.
           02  LoadAlertFailMarks PIC 9       VALUE 1.
           02  LoadAlertPastDue PIC 9(5)V99   VALUE 100.00.
           02  LoadAlertDueDays PIC 9(3)      VALUE 60.
           02  LoadAbsenceWeight PIC 9        VALUE 2.
           02  LoadGradeWeight  PIC 9         VALUE 3.
           02  LoadProbationWeight PIC 9      VALUE 3.
           02  LoadBalanceWeight PIC 9        VALUE 1.
           02  LoadMinimumScore PIC 99        VALUE 1.
           02  LoadDistTermCode PIC X(5)      VALUE SPACES.
           02  LoadPassTolerance PIC 99V9     VALUE 10.0.
           02  LoadAvgTolerance PIC 9V99      VALUE 0.50.
           02  LoadWindowEndTime PIC 9(4)     VALUE 0600.
           02  LoadOverrunPct   PIC 9(3)      VALUE 25.
           02  LoadHistoryNights PIC 9(3)     VALUE 30.
           02  LoadPriorityRule PIC X(3)      VALUE "O".
           02  LoadPrenoteDays  PIC 9(3)      VALUE 6.
       01  NewParameterImage    PIC X(196).
       01  ExistingFoundFlag    PIC X.
           88  ParameterExists  VALUE "Y".
       01  LoadTotals.
           02  LoadedCount      PIC 9(4) VALUE ZERO.
           02  SkippedCount     PIC 9(4) VALUE ZERO.
       01  LoadHeadingLine      PIC X(40)
           VALUE "  Parameter Master Load".
       01  LoadColumnLine.
           02  FILLER           PIC X(50) VALUE
               "Parameter            Action   Value".
       01  LoadDetailLine.
           02  PrnLoadName      PIC X(20).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnLoadAction    PIC X(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnLoadValue     PIC X(40).
       01  PrnLoadAmount        PIC Z(8)9.99.
       01  PrnLoadWhole         PIC Z(8)9.
       01  LoadCountLine.
           02  PrnLoadCountText PIC X(20).
           02  PrnLoadCount     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT LoadRunDate FROM DATE YYYYMMDD
           ACCEPT LoadRunTime FROM TIME
           MOVE "START" TO AuditEventType
           PERFORM WriteAuditRecord
           PERFORM ReadExistingControls
           PERFORM ReadAcademicControls
           PERFORM ReadFinanceControls
           PERFORM ReadOperationsControls
           OPEN I-O ParameterMasterFile
           IF ParameterMasterStatus = "35"
              OPEN OUTPUT ParameterMasterFile
              CLOSE ParameterMasterFile
              OPEN I-O ParameterMasterFile
           END-IF
           IF ParameterMasterStatus NOT = "00"
              MOVE "PARMMST.DAT" TO ErrorFileName
              MOVE ParameterMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT ParmLoadReportFile
           WRITE ParmLoadReportLine FROM LoadHeadingLine
                  AFTER ADVANCING PAGE
           WRITE ParmLoadReportLine FROM LoadColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM LoadRunParameters
           PERFORM LoadFinanceParameters
           PERFORM LoadAcademicParameters
           PERFORM LoadSecurityParameters
           PERFORM LoadOperationsParameters
           CLOSE ParameterMasterFile
           MOVE "Loaded           = " TO PrnLoadCountText
           MOVE LoadedCount TO PrnLoadCount
           WRITE ParmLoadReportLine FROM LoadCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Already defined  = " TO PrnLoadCountText
           MOVE SkippedCount TO PrnLoadCount
           WRITE ParmLoadReportLine FROM LoadCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE ParmLoadReportFile
           MOVE "END" TO AuditEventType
           PERFORM WriteAuditRecord
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       WriteAuditRecord.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE LoadedCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ReadExistingControls.
           OPEN INPUT RunControlFile
           IF RunControlFileStatus = "00"
              READ RunControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlRunDate NUMERIC
                      MOVE CtlRunDate TO LoadRunDateValue
                   END-IF
                   MOVE CtlSnapshotFile TO LoadSnapshotFile
              END-READ
              CLOSE RunControlFile
           END-IF
           OPEN INPUT FeeControlFile
           IF FeeControlStatus = "00"
              READ FeeControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlLateFeeAmount NUMERIC
                      AND CtlLateFeeAmount > ZERO
                      MOVE CtlLateFeeAmount TO LoadLateFee
                   END-IF
                   IF CtlMinimumBalance NUMERIC
                      MOVE CtlMinimumBalance TO LoadMinimumBalance
                   END-IF
              END-READ
              CLOSE FeeControlFile
           END-IF
           OPEN INPUT GpaControlFile
           IF GpaControlFileStatus = "00"
              READ GpaControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlDeanThreshold NUMERIC
                      AND CtlDeanThreshold > ZERO
                      MOVE CtlDeanThreshold TO LoadDeanGpa
                   END-IF
                   IF CtlProbationThreshold NUMERIC
                      AND CtlProbationThreshold > ZERO
                      MOVE CtlProbationThreshold TO LoadProbationGpa
                   END-IF
              END-READ
              CLOSE GpaControlFile
           END-IF
           OPEN INPUT TranFeeControlFile
           IF TranFeeControlStatus = "00"
              READ TranFeeControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlOfficialFee NUMERIC AND CtlOfficialFee > ZERO
                      MOVE CtlOfficialFee TO LoadTranscriptFee
                   END-IF
              END-READ
              CLOSE TranFeeControlFile
           END-IF
           OPEN INPUT DisburseControlFile
           IF DisburseControlStatus = "00"
              READ DisburseControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlApprovalThreshold NUMERIC
                      AND CtlApprovalThreshold > ZERO
                      MOVE CtlApprovalThreshold TO LoadRefundLimit
                   END-IF
              END-READ
              CLOSE DisburseControlFile
           END-IF
           OPEN INPUT RepeatPolicyFile
           IF RepeatPolicyStatus = "00"
              READ RepeatPolicyFile
                AT END CONTINUE
                NOT AT END
                   IF CtlRepeatPolicy = "B" OR "R"
                      MOVE CtlRepeatPolicy TO LoadRepeatPolicy
                   END-IF
              END-READ
              CLOSE RepeatPolicyFile
           END-IF
           OPEN INPUT SecurityControlFile
           IF SecurityControlStatus = "00"
              READ SecurityControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlExpiryDays NUMERIC AND CtlExpiryDays > ZERO
                      MOVE CtlExpiryDays TO LoadExpiryDays
                   END-IF
                   IF CtlDormantDays NUMERIC AND CtlDormantDays > ZERO
                      MOVE CtlDormantDays TO LoadDormantDays
                   END-IF
              END-READ
              CLOSE SecurityControlFile
           END-IF
           OPEN INPUT TaxYearControlFile
           IF TaxYearControlStatus = "00"
              READ TaxYearControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlTaxYear NUMERIC
                      MOVE CtlTaxYear TO LoadTaxYear
                   END-IF
              END-READ
              CLOSE TaxYearControlFile
           END-IF.
       ReadAcademicControls.
           OPEN INPUT AttendControlFile
           IF AttendControlStatus = "00"
              READ AttendControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlAbsenceThreshold NUMERIC
                      AND CtlAbsenceThreshold > ZERO
                      MOVE CtlAbsenceThreshold TO LoadAbsenceThreshold
                   END-IF
              END-READ
              CLOSE AttendControlFile
           END-IF
           OPEN INPUT LoadControlFile
           IF LoadControlStatus = "00"
              READ LoadControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlFullTimeCredits NUMERIC
                      AND CtlFullTimeCredits > ZERO
                      MOVE CtlFullTimeCredits TO LoadFullTime
                   END-IF
                   IF CtlThreeQtrCredits NUMERIC
                      AND CtlThreeQtrCredits > ZERO
                      MOVE CtlThreeQtrCredits TO LoadThreeQtr
                   END-IF
                   IF CtlHalfTimeCredits NUMERIC
                      AND CtlHalfTimeCredits > ZERO
                      MOVE CtlHalfTimeCredits TO LoadHalfTime
                   END-IF
              END-READ
              CLOSE LoadControlFile
           END-IF
           OPEN INPUT AlertControlFile
           IF AlertControlStatus = "00"
              READ AlertControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlAbsenceLimit NUMERIC AND CtlAbsenceLimit > ZERO
                      MOVE CtlAbsenceLimit TO LoadAlertAbsences
                   END-IF
                   IF CtlFailMarkLimit NUMERIC
                      AND CtlFailMarkLimit > ZERO
                      MOVE CtlFailMarkLimit TO LoadAlertFailMarks
                   END-IF
                   IF CtlPastDueAmount NUMERIC
                      AND CtlPastDueAmount > ZERO
                      MOVE CtlPastDueAmount TO LoadAlertPastDue
                   END-IF
                   IF CtlPastDueDays NUMERIC
                      MOVE CtlPastDueDays TO LoadAlertDueDays
                   END-IF
                   IF CtlAbsenceWeight NUMERIC
                      MOVE CtlAbsenceWeight TO LoadAbsenceWeight
                   END-IF
                   IF CtlGradeWeight NUMERIC
                      MOVE CtlGradeWeight TO LoadGradeWeight
                   END-IF
                   IF CtlProbationWeight NUMERIC
                      MOVE CtlProbationWeight TO LoadProbationWeight
                   END-IF
                   IF CtlBalanceWeight NUMERIC
                      MOVE CtlBalanceWeight TO LoadBalanceWeight
                   END-IF
                   IF CtlMinimumScore NUMERIC AND CtlMinimumScore > ZERO
                      MOVE CtlMinimumScore TO LoadMinimumScore
                   END-IF
              END-READ
              CLOSE AlertControlFile
           END-IF
           OPEN INPUT DistControlFile
           IF DistControlStatus = "00"
              READ DistControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlDistTermCode TO LoadDistTermCode
                   IF CtlPassTolerance NUMERIC
                      AND CtlPassTolerance > ZERO
                      MOVE CtlPassTolerance TO LoadPassTolerance
                   END-IF
                   IF CtlAvgTolerance NUMERIC AND CtlAvgTolerance > ZERO
                      MOVE CtlAvgTolerance TO LoadAvgTolerance
                   END-IF
              END-READ
              CLOSE DistControlFile
           END-IF.
       ReadFinanceControls.
           OPEN INPUT ReturnControlFile
           IF ReturnControlStatus = "00"
              READ ReturnControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlReturnedItemFee NUMERIC
                      MOVE CtlReturnedItemFee TO LoadReturnedFee
                   END-IF
                   IF CtlHoldOffice NOT = SPACES
                      MOVE CtlHoldOffice TO LoadHoldOffice
                   END-IF
              END-READ
              CLOSE ReturnControlFile
           END-IF
           OPEN INPUT ReconControlFile
           IF ReconControlStatus = "00"
              READ ReconControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlStaleDays NUMERIC AND CtlStaleDays > ZERO
                      MOVE CtlStaleDays TO LoadStaleDays
                   END-IF
              END-READ
              CLOSE ReconControlFile
           END-IF
           OPEN INPUT ApplyControlFile
           IF ApplyControlStatus = "00"
              READ ApplyControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlPriorityRule NOT = SPACES
                      MOVE CtlPriorityRule TO LoadPriorityRule
                   END-IF
              END-READ
              CLOSE ApplyControlFile
           END-IF
           OPEN INPUT AchControlFile
           IF AchControlStatus = "00"
              READ AchControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlPrenoteWaitDays NUMERIC
                      AND CtlPrenoteWaitDays > ZERO
                      MOVE CtlPrenoteWaitDays TO LoadPrenoteDays
                   END-IF
              END-READ
              CLOSE AchControlFile
           END-IF.
       ReadOperationsControls.
           OPEN INPUT RetainControlFile
           IF RetainControlStatus = "00"
              READ RetainControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlKeepCount NUMERIC AND CtlKeepCount > ZERO
                      MOVE CtlKeepCount TO LoadKeepCount
                   END-IF
              END-READ
              CLOSE RetainControlFile
           END-IF
           OPEN INPUT WindowControlFile
           IF WindowControlStatus = "00"
              READ WindowControlFile
                AT END CONTINUE
                NOT AT END
                   IF CtlWindowEndTime NUMERIC
                      MOVE CtlWindowEndTime TO LoadWindowEndTime
                   END-IF
                   IF CtlTolerancePct NUMERIC
                      MOVE CtlTolerancePct TO LoadOverrunPct
                   END-IF
                   IF CtlHistoryNights NUMERIC
                      AND CtlHistoryNights > ZERO
                      MOVE CtlHistoryNights TO LoadHistoryNights
                   END-IF
              END-READ
              CLOSE WindowControlFile
           END-IF.
       LoadRunParameters.
           PERFORM ClearParameter
           MOVE "RUN-DATE" TO ParmName
           MOVE "Batch run date, zero for today" TO ParmDescription
           SET ParmIsDate TO TRUE
           MOVE LoadRunDateValue TO ParmDate
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "SNAPSHOT-FILE" TO ParmName
           MOVE "Student file to report from" TO ParmDescription
           SET ParmIsText TO TRUE
           MOVE LoadSnapshotFile TO ParmValue
           PERFORM AddParameter.
       LoadFinanceParameters.
           PERFORM ClearParameter
           MOVE "LATE-FEE-AMOUNT" TO ParmName
           MOVE "Late fee charged per account" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 500.00 TO ParmMaximum
           MOVE LoadLateFee TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "LATE-FEE-MIN-BALANCE" TO ParmName
           MOVE "Balance below which no late fee" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 10000.00 TO ParmMaximum
           MOVE LoadMinimumBalance TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "TRANSCRIPT-FEE" TO ParmName
           MOVE "Fee per official transcript" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 999.99 TO ParmMaximum
           MOVE LoadTranscriptFee TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "REFUND-APPROVAL-AMT" TO ParmName
           MOVE "Refunds above need approval" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 99999.99 TO ParmMaximum
           MOVE LoadRefundLimit TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "TAX-YEAR" TO ParmName
           MOVE "Tax year, zero for prior year" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 9999 TO ParmMaximum
           MOVE LoadTaxYear TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "RETURNED-ITEM-FEE" TO ParmName
           MOVE "Fee per returned payment" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 999.99 TO ParmMaximum
           MOVE LoadReturnedFee TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "CFO-HOLD-OFFICE" TO ParmName
           MOVE "Office placing certified hold" TO ParmDescription
           SET ParmIsText TO TRUE
           MOVE LoadHoldOffice TO ParmValue
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "STALE-CHEQUE-DAYS" TO ParmName
           MOVE "Days before cheque is stale" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadStaleDays TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "PRENOTE-WAIT-DAYS" TO ParmName
           MOVE "Days from prenote to live ACH" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadPrenoteDays TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "PAYMENT-PRIORITY" TO ParmName
           MOVE "Payment apply order, O/F/T" TO ParmDescription
           SET ParmIsText TO TRUE
           MOVE LoadPriorityRule TO ParmValue
           PERFORM AddParameter.
       LoadAcademicParameters.
           PERFORM ClearParameter
           MOVE "DEANS-LIST-GPA" TO ParmName
           MOVE "Minimum GPA for dean's list" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 4.00 TO ParmMaximum
           MOVE LoadDeanGpa TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "PROBATION-GPA" TO ParmName
           MOVE "GPA below which on probation" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 4.00 TO ParmMaximum
           MOVE LoadProbationGpa TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "REPEAT-POLICY" TO ParmName
           MOVE "Repeat grade rule, Best/Recent" TO ParmDescription
           SET ParmIsCode TO TRUE
           MOVE "BR" TO ParmAllowedCodes
           MOVE LoadRepeatPolicy TO ParmValue
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ABSENCE-THRESHOLD" TO ParmName
           MOVE "Absences before reporting" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 99 TO ParmMaximum
           MOVE LoadAbsenceThreshold TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "FULL-TIME-CREDITS" TO ParmName
           MOVE "Credits for full-time load" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 1 TO ParmDecimals
           MOVE 0.1 TO ParmMinimum
           MOVE 99.9 TO ParmMaximum
           MOVE LoadFullTime TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "THREE-QTR-CREDITS" TO ParmName
           MOVE "Credits for 3/4-time load" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 1 TO ParmDecimals
           MOVE 0.1 TO ParmMinimum
           MOVE 99.9 TO ParmMaximum
           MOVE LoadThreeQtr TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "HALF-TIME-CREDITS" TO ParmName
           MOVE "Credits for half-time load" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 1 TO ParmDecimals
           MOVE 0.1 TO ParmMinimum
           MOVE 99.9 TO ParmMaximum
           MOVE LoadHalfTime TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "GRADE-DIST-TERM" TO ParmName
           MOVE "Grade distribution term code" TO ParmDescription
           SET ParmIsText TO TRUE
           MOVE LoadDistTermCode TO ParmValue
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "GRADE-DIST-PASS-TOL" TO ParmName
           MOVE "Pass rate tolerance, percent" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 1 TO ParmDecimals
           MOVE 0.1 TO ParmMinimum
           MOVE 99.9 TO ParmMaximum
           MOVE LoadPassTolerance TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "GRADE-DIST-AVG-TOL" TO ParmName
           MOVE "Average grade point tolerance" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 9.99 TO ParmMaximum
           MOVE LoadAvgTolerance TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-ABSENCE-LIMIT" TO ParmName
           MOVE "Absences raising an alert" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 99 TO ParmMaximum
           MOVE LoadAlertAbsences TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-FAIL-MARKS" TO ParmName
           MOVE "Failing marks raising alert" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 9 TO ParmMaximum
           MOVE LoadAlertFailMarks TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-PAST-DUE-AMT" TO ParmName
           MOVE "Past-due balance for an alert" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE 2 TO ParmDecimals
           MOVE 0.01 TO ParmMinimum
           MOVE 99999.99 TO ParmMaximum
           MOVE LoadAlertPastDue TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-PAST-DUE-DAYS" TO ParmName
           MOVE "Days past due for an alert" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadAlertDueDays TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-WT-ABSENCE" TO ParmName
           MOVE "Alert score weight, absences" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 9 TO ParmMaximum
           MOVE LoadAbsenceWeight TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-WT-GRADES" TO ParmName
           MOVE "Alert score weight, grades" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 9 TO ParmMaximum
           MOVE LoadGradeWeight TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-WT-PROBATION" TO ParmName
           MOVE "Alert score weight, probation" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 9 TO ParmMaximum
           MOVE LoadProbationWeight TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-WT-BALANCE" TO ParmName
           MOVE "Alert score weight, balance" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 9 TO ParmMaximum
           MOVE LoadBalanceWeight TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "ALERT-MINIMUM-SCORE" TO ParmName
           MOVE "Score needed to raise alert" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 99 TO ParmMaximum
           MOVE LoadMinimumScore TO ParmAmount
           PERFORM AddParameter.
       LoadSecurityParameters.
           PERFORM ClearParameter
           MOVE "PASSWORD-EXPIRY-DAYS" TO ParmName
           MOVE "Days before password expires" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadExpiryDays TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "DORMANT-DAYS" TO ParmName
           MOVE "Idle days before disabling" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadDormantDays TO ParmAmount
           PERFORM AddParameter.
       LoadOperationsParameters.
           PERFORM ClearParameter
           MOVE "GENERATIONS-KEPT" TO ParmName
           MOVE "Report generations retained" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 99 TO ParmMaximum
           MOVE LoadKeepCount TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "BATCH-WINDOW-END" TO ParmName
           MOVE "Batch window end time, HHMM" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 2359 TO ParmMaximum
           MOVE LoadWindowEndTime TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "BATCH-OVERRUN-PCT" TO ParmName
           MOVE "Overrun tolerance, percent" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadOverrunPct TO ParmAmount
           PERFORM AddParameter
           PERFORM ClearParameter
           MOVE "BATCH-HISTORY-NIGHTS" TO ParmName
           MOVE "Nights of run history kept" TO ParmDescription
           SET ParmIsNumeric TO TRUE
           MOVE ZERO TO ParmDecimals
           MOVE 1 TO ParmMinimum
           MOVE 999 TO ParmMaximum
           MOVE LoadHistoryNights TO ParmAmount
           PERFORM AddParameter.
       ClearParameter.
           MOVE SPACES TO ParameterRecord
           MOVE ZERO TO ParmEffectiveDate
           MOVE ZERO TO ParmDecimals
           MOVE ZERO TO ParmMinimum
           MOVE ZERO TO ParmMaximum
           MOVE "PARMLOAD" TO ParmChangedBy
           MOVE LoadRunDate TO ParmChangedDate
           MOVE LoadRunTime TO ParmChangedTime.
       AddParameter.
           MOVE ParameterRecord TO NewParameterImage
           MOVE "N" TO ExistingFoundFlag
           START ParameterMasterFile KEY IS NOT LESS THAN ParmKey
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ ParameterMasterFile NEXT
                   AT END CONTINUE
                   NOT AT END
                      IF ParmName = NewParameterImage(1:20)
                         MOVE "Y" TO ExistingFoundFlag
                      END-IF
                 END-READ
           END-START
           MOVE NewParameterImage TO ParameterRecord
           IF ParameterExists
              MOVE "Defined" TO PrnLoadAction
              ADD 1 TO SkippedCount
           ELSE
              WRITE ParameterRecord
                 INVALID KEY
                    MOVE "PARMMST.DAT" TO ErrorFileName
                    MOVE ParameterMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
              MOVE "Loaded" TO PrnLoadAction
              ADD 1 TO LoadedCount
           END-IF
           MOVE ParmName TO PrnLoadName
           EVALUATE TRUE
              WHEN ParmIsNumeric AND ParmDecimals = ZERO
                 MOVE ParmAmount TO PrnLoadWhole
                 MOVE PrnLoadWhole TO PrnLoadValue
              WHEN ParmIsNumeric
                 MOVE ParmAmount TO PrnLoadAmount
                 MOVE PrnLoadAmount TO PrnLoadValue
              WHEN OTHER
                 MOVE ParmValue TO PrnLoadValue
           END-EVALUATE
           WRITE ParmLoadReportLine FROM LoadDetailLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM PARMLOAD.
