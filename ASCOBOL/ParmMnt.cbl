       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
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
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AuditLogFileStatus.
           SELECT ParameterMasterFile ASSIGN TO "PARMMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ParmKey
                      FILE STATUS IS ParameterMasterStatus.
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
           01  AuditDetailRecord.
               COPY AUDDCPY.
       FD  ParameterMasterFile.
           01  ParameterRecord.
               COPY PARMCPY.
       WORKING-STORAGE SECTION.
       01  AuditProgramNameLit  PIC X(10) VALUE "PARMMNT".
       01  ErrorProgramName     PIC X(10) VALUE "PARMMNT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ViolationFileStatus  PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  ParameterMasterStatus PIC XX.
       01  AuditLogFileStatus   PIC XX.
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
       01  MaintRunDate         PIC 9(8).
       01  ChangeDate           PIC 9(8).
       01  ChangeTime           PIC 9(8).
       01  MaintChoice          PIC 9 VALUE 9.
           88  EndOfMaintSession VALUE 0.
       01  EnteredParmName      PIC X(20).
       01  EnteredValue         PIC X(40).
       01  EnteredValueView REDEFINES EnteredValue.
           02  EnteredValueDigits PIC 9(8).
           02  FILLER           PIC X(32).
       01  EnteredEffectiveDate PIC X(8).
       01  EnteredDateView REDEFINES EnteredEffectiveDate.
           02  EnteredDateDigits PIC 9(8).
       01  NewEffectiveDate     PIC 9(8).
       01  ConfirmReply         PIC X.
           88  ReplyYes         VALUE "Y", "y".
       01  NewValueImage        PIC X(40).
       01  NewValueNumeric REDEFINES NewValueImage.
           02  NewValueAmount   PIC 9(9)V99.
           02  FILLER           PIC X(29).
       01  NewValueDateView REDEFINES NewValueImage.
           02  NewValueDate     PIC 9(8).
           02  FILLER           PIC X(32).
       01  SavedParameterImage  PIC X(196).
       01  CurrentFoundFlag     PIC X.
           88  CurrentVersionFound VALUE "Y".
       01  VersionFoundFlag     PIC X.
           88  ChangedVersionExists VALUE "Y".
       01  ValueValidFlag       PIC X.
           88  EnteredValueValid VALUE "Y".
       01  ValueErrorText       PIC X(40).
       01  EnteredAmount        PIC S9(11)V9(4).
       01  ScaledAmount         PIC S9(13)V9(4).
       01  DecimalFactor        PIC 9(3).
       01  CodeTally            PIC 9(3).
       01  HeldParmName         PIC X(20).
       01  HeldParmImage        PIC X(196).
       01  HeldFoundFlag        PIC X.
           88  HeldVersionFound VALUE "Y".
       01  ListedCount          PIC 9(5).
       01  ValueDisplay         PIC X(40).
       01  PrnValueAmount       PIC Z(8)9.99.
       01  PrnValueWhole        PIC Z(8)9.
       01  PrnLimitLow          PIC Z(8)9.99.
       01  PrnLimitHigh         PIC Z(8)9.99.
       01  SessionChangeCount   PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT MaintRunDate FROM DATE YYYYMMDD
           CALL "SIGNON" USING SignonUserId, SignonAllowedList,
                               SignonResultFlag
           IF SignonResultFlag NOT = "Y"
              DISPLAY "Sign-on failed."
              GOBACK
           END-IF
           PERFORM CheckMaintAllowed
           IF NOT ProgramAllowed
              DISPLAY "Not authorized for PARMMNT."
              MOVE SignonUserId TO ViolationUserId
              MOVE "not authorized" TO ViolationText
              PERFORM WriteViolation
              GOBACK
           END-IF
           OPEN I-O ParameterMasterFile
           IF ParameterMasterStatus = "35"
              DISPLAY "Parameter master has not been loaded."
              PERFORM ClearOperatorFile
              GOBACK
           END-IF
           IF ParameterMasterStatus NOT = "00"
              MOVE "PARMMST.DAT" TO ErrorFileName
              MOVE ParameterMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE "START" TO AuditEventLit
           PERFORM WriteAuditRecord
           PERFORM UNTIL EndOfMaintSession
              PERFORM DisplayMaintMenu
              ACCEPT MaintChoice
              EVALUATE MaintChoice
                 WHEN 1 PERFORM ListCurrentParameters
                 WHEN 2 PERFORM ChangeParameter
                 WHEN 3 PERFORM ListParameterHistory
                 WHEN 0 CONTINUE
                 WHEN OTHER DISPLAY "Invalid selection."
              END-EVALUATE
           END-PERFORM
           CLOSE ParameterMasterFile
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
       CheckMaintAllowed.
           MOVE "N" TO ProgramAllowedFlag
           PERFORM VARYING AllowedIdx FROM 1 BY 1
                   UNTIL AllowedIdx > 10
              IF SignonAllowedProgram(AllowedIdx) = "PARMMNT"
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
           MOVE "PARMMNT" TO VioProgramName
           MOVE ViolationText TO VioText
           WRITE ViolationLine
           CLOSE ViolationFile.
       WriteAuditRecord.
           OPEN EXTEND AuditLogFile
           IF AuditLogFileStatus = "35"
              OPEN OUTPUT AuditLogFile
           END-IF
           IF AuditLogFileStatus NOT = "00"
              MOVE "AUDIT.LOG" TO ErrorFileName
              MOVE AuditLogFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE SPACES TO AuditDetailRecord
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE AuditEventLit TO AuditEventType
           EVALUATE AuditEventLit
              WHEN "START"
                 ACCEPT AuditRunDate FROM DATE YYYYMMDD
                 ACCEPT AuditRunTime FROM TIME
                 MOVE ZERO TO AuditRecordCount
              WHEN "END"
                 ACCEPT AuditRunDate FROM DATE YYYYMMDD
                 ACCEPT AuditRunTime FROM TIME
                 MOVE SessionChangeCount TO AuditRecordCount
              WHEN OTHER
                 MOVE ChangeDate TO AuditRunDate
                 MOVE ChangeTime TO AuditRunTime
                 MOVE 1 TO AuditRecordCount
           END-EVALUATE
           MOVE SignonUserId TO AuditUserId
           EVALUATE AuditEventLit
              WHEN "PMBEF"
                 MOVE ParmName TO AuditDetailName
                 MOVE ParmEffectiveDate TO AuditDetailDate
                 MOVE ParmPriorValue TO AuditDetailValue
                 WRITE AuditDetailRecord
              WHEN "PMAFT"
                 MOVE ParmName TO AuditDetailName
                 MOVE ParmEffectiveDate TO AuditDetailDate
                 MOVE ParmValue TO AuditDetailValue
                 WRITE AuditDetailRecord
              WHEN OTHER
                 WRITE AuditLogRecord
           END-EVALUATE
           IF AuditLogFileStatus NOT = "00"
              MOVE "AUDIT.LOG" TO ErrorFileName
              MOVE AuditLogFileStatus TO ErrorFileStatus
              CLOSE AuditLogFile
              PERFORM ReportFileError
           END-IF
           CLOSE AuditLogFile.
       DisplayMaintMenu.
           DISPLAY "-----------------------------------------"
           DISPLAY "1. List current parameter values"
           DISPLAY "2. Change a parameter"
           DISPLAY "3. Show history of a parameter"
           DISPLAY "0. Exit"
           DISPLAY "Enter selection - ".
       FormatParameterValue.
           EVALUATE TRUE
              WHEN ParmIsNumeric AND ParmDecimals = ZERO
                 MOVE ParmAmount TO PrnValueWhole
                 MOVE PrnValueWhole TO ValueDisplay
              WHEN ParmIsNumeric
                 MOVE ParmAmount TO PrnValueAmount
                 MOVE PrnValueAmount TO ValueDisplay
              WHEN OTHER
                 MOVE ParmValue TO ValueDisplay
           END-EVALUATE.
       FindCurrentVersion.
           MOVE "N" TO CurrentFoundFlag
           MOVE EnteredParmName TO ParmName
           MOVE ZERO TO ParmEffectiveDate
           START ParameterMasterFile KEY IS NOT LESS THAN ParmKey
              INVALID KEY SET EndOfParameterMaster TO TRUE
           END-START
           IF NOT EndOfParameterMaster
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfParameterMaster
                   OR ParmName NOT = EnteredParmName
                   OR ParmEffectiveDate > MaintRunDate
              MOVE ParameterRecord TO SavedParameterImage
              MOVE "Y" TO CurrentFoundFlag
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-PERFORM
           IF CurrentVersionFound
              MOVE SavedParameterImage TO ParameterRecord
           END-IF.
       ListCurrentParameters.
           MOVE ZERO TO ListedCount
           MOVE "N" TO HeldFoundFlag
           MOVE SPACES TO HeldParmName
           MOVE LOW-VALUES TO ParmKey
           START ParameterMasterFile KEY IS NOT LESS THAN ParmKey
              INVALID KEY SET EndOfParameterMaster TO TRUE
           END-START
           IF NOT EndOfParameterMaster
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfParameterMaster
              IF ParmName NOT = HeldParmName
                 PERFORM DisplayHeldParameter
                 MOVE ParmName TO HeldParmName
              END-IF
              IF ParmEffectiveDate <= MaintRunDate
                 MOVE ParameterRecord TO HeldParmImage
                 MOVE "Y" TO HeldFoundFlag
              ELSE
                 PERFORM FormatParameterValue
                 DISPLAY "  " ParmName " pending " ParmEffectiveDate
                         " " ValueDisplay
              END-IF
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-PERFORM
           PERFORM DisplayHeldParameter
           IF ListedCount = ZERO
              DISPLAY "No parameters are in effect."
           END-IF.
       DisplayHeldParameter.
           IF HeldVersionFound
              MOVE HeldParmImage TO ParameterRecord
              PERFORM FormatParameterValue
              DISPLAY ParmName " " ValueDisplay " " ParmDescription
              ADD 1 TO ListedCount
              MOVE "N" TO HeldFoundFlag
           END-IF.
       ListParameterHistory.
           DISPLAY "Enter parameter name - "
           ACCEPT EnteredParmName
           MOVE ZERO TO ListedCount
           MOVE EnteredParmName TO ParmName
           MOVE ZERO TO ParmEffectiveDate
           START ParameterMasterFile KEY IS NOT LESS THAN ParmKey
              INVALID KEY SET EndOfParameterMaster TO TRUE
           END-START
           IF NOT EndOfParameterMaster
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfParameterMaster
                   OR ParmName NOT = EnteredParmName
              ADD 1 TO ListedCount
              PERFORM FormatParameterValue
              DISPLAY "Effective " ParmEffectiveDate " value "
                      ValueDisplay
              DISPLAY "   was    " ParmPriorValue
              DISPLAY "   by     " ParmChangedBy " on "
                      ParmChangedDate " at " ParmChangedTime
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-PERFORM
           IF ListedCount = ZERO
              DISPLAY "Parameter " EnteredParmName " not defined."
           END-IF.
       ChangeParameter.
           DISPLAY "Enter parameter name - "
           ACCEPT EnteredParmName
           PERFORM FindCurrentVersion
           IF NOT CurrentVersionFound
              DISPLAY "Parameter " EnteredParmName " not defined."
           ELSE
              PERFORM DisplayParameterDetail
              DISPLAY "Enter new value - "
              MOVE SPACES TO EnteredValue
              ACCEPT EnteredValue
              PERFORM ValidateEnteredValue
              IF NOT EnteredValueValid
                 DISPLAY "Value rejected - " ValueErrorText
              ELSE
                 PERFORM AcceptEffectiveDate
              END-IF
           END-IF.
       DisplayParameterDetail.
           PERFORM FormatParameterValue
           DISPLAY "Parameter  - " ParmName
           DISPLAY "Purpose    - " ParmDescription
           DISPLAY "Current    - " ValueDisplay
           DISPLAY "Effective  - " ParmEffectiveDate
           EVALUATE TRUE
              WHEN ParmIsNumeric
                 MOVE ParmMinimum TO PrnLimitLow
                 MOVE ParmMaximum TO PrnLimitHigh
                 DISPLAY "Range      - " PrnLimitLow " to "
                         PrnLimitHigh " (" ParmDecimals " decimals)"
              WHEN ParmIsDate
                 DISPLAY "Format     - YYYYMMDD, zero for none"
              WHEN ParmIsCode
                 DISPLAY "Codes      - " ParmAllowedCodes
              WHEN OTHER
                 DISPLAY "Format     - free text"
           END-EVALUATE.
       ValidateEnteredValue.
           MOVE "Y" TO ValueValidFlag
           MOVE SPACES TO ValueErrorText
           MOVE SPACES TO NewValueImage
           EVALUATE TRUE
              WHEN ParmIsNumeric
                 PERFORM ValidateNumericValue
              WHEN ParmIsDate
                 PERFORM ValidateDateValue
              WHEN ParmIsCode
                 MOVE ZERO TO CodeTally
                 IF EnteredValue(1:1) NOT = SPACE
                    AND EnteredValue(2:) = SPACES
                    INSPECT ParmAllowedCodes TALLYING CodeTally
                            FOR ALL EnteredValue(1:1)
                 END-IF
                 IF CodeTally = ZERO
                    MOVE "N" TO ValueValidFlag
                    MOVE "not one of the allowed codes"
                                 TO ValueErrorText
                 ELSE
                    MOVE EnteredValue TO NewValueImage
                 END-IF
              WHEN OTHER
                 MOVE EnteredValue TO NewValueImage
           END-EVALUATE.
       ValidateNumericValue.
           IF EnteredValue = SPACES
              OR FUNCTION TEST-NUMVAL(EnteredValue) NOT = ZERO
              MOVE "N" TO ValueValidFlag
              MOVE "not a number" TO ValueErrorText
           ELSE
              COMPUTE EnteredAmount = FUNCTION NUMVAL(EnteredValue)
              EVALUATE ParmDecimals
                 WHEN 0 MOVE 1   TO DecimalFactor
                 WHEN 1 MOVE 10  TO DecimalFactor
                 WHEN OTHER MOVE 100 TO DecimalFactor
              END-EVALUATE
              COMPUTE ScaledAmount = EnteredAmount * DecimalFactor
              EVALUATE TRUE
                 WHEN EnteredAmount < ZERO
                    MOVE "N" TO ValueValidFlag
                    MOVE "may not be negative" TO ValueErrorText
                 WHEN ScaledAmount NOT =
                      FUNCTION INTEGER-PART(ScaledAmount)
                    MOVE "N" TO ValueValidFlag
                    MOVE "too many decimal places" TO ValueErrorText
                 WHEN EnteredAmount < ParmMinimum
                    OR EnteredAmount > ParmMaximum
                    MOVE "N" TO ValueValidFlag
                    MOVE "outside the allowed range" TO ValueErrorText
                 WHEN OTHER
                    MOVE EnteredAmount TO NewValueAmount
              END-EVALUATE
           END-IF.
       ValidateDateValue.
           EVALUATE TRUE
              WHEN EnteredValue(9:) NOT = SPACES
                 OR EnteredValue(1:8) NOT NUMERIC
                 MOVE "N" TO ValueValidFlag
                 MOVE "date must be 8 digits YYYYMMDD"
                              TO ValueErrorText
              WHEN EnteredValue(1:8) = "00000000"
                 MOVE ZERO TO NewValueDate
              WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredValueDigits)
                   NOT = ZERO
                 MOVE "N" TO ValueValidFlag
                 MOVE "not a valid calendar date" TO ValueErrorText
              WHEN OTHER
                 MOVE EnteredValue(1:8) TO NewValueImage
           END-EVALUATE.
       AcceptEffectiveDate.
           DISPLAY "Effective date YYYYMMDD (blank for today) - "
           MOVE SPACES TO EnteredEffectiveDate
           ACCEPT EnteredEffectiveDate
           EVALUATE TRUE
              WHEN EnteredEffectiveDate = SPACES
                 MOVE MaintRunDate TO NewEffectiveDate
              WHEN EnteredEffectiveDate NOT NUMERIC
                 MOVE ZERO TO NewEffectiveDate
              WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredDateDigits)
                   NOT = ZERO
                 MOVE ZERO TO NewEffectiveDate
              WHEN OTHER
                 MOVE EnteredDateDigits TO NewEffectiveDate
           END-EVALUATE
           EVALUATE TRUE
              WHEN NewEffectiveDate = ZERO
                 DISPLAY "Effective date is not a valid date."
              WHEN NewEffectiveDate < MaintRunDate
                 DISPLAY "Effective date may not be in the past."
              WHEN OTHER
                 DISPLAY "Confirm change (Y/N) - "
                 ACCEPT ConfirmReply
                 IF ReplyYes
                    PERFORM RecordParameterChange
                 ELSE
                    DISPLAY "Change abandoned."
                 END-IF
           END-EVALUATE.
       RecordParameterChange.
           ACCEPT ChangeDate FROM DATE YYYYMMDD
           ACCEPT ChangeTime FROM TIME
           MOVE "N" TO VersionFoundFlag
           MOVE SavedParameterImage TO ParameterRecord
           MOVE NewEffectiveDate TO ParmEffectiveDate
           READ ParameterMasterFile
              INVALID KEY
                 MOVE SavedParameterImage TO ParameterRecord
                 MOVE NewEffectiveDate TO ParmEffectiveDate
              NOT INVALID KEY
                 MOVE "Y" TO VersionFoundFlag
           END-READ
           MOVE ParmValue        TO ParmPriorValue
           MOVE NewValueImage    TO ParmValue
           MOVE SignonUserId     TO ParmChangedBy
           MOVE ChangeDate       TO ParmChangedDate
           MOVE ChangeTime       TO ParmChangedTime
           IF ChangedVersionExists
              REWRITE ParameterRecord
                 INVALID KEY
                    MOVE "PARMMST.DAT" TO ErrorFileName
                    MOVE ParameterMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
           ELSE
              WRITE ParameterRecord
                 INVALID KEY
                    MOVE "PARMMST.DAT" TO ErrorFileName
                    MOVE ParameterMasterStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-WRITE
           END-IF
           IF ParameterMasterStatus NOT = "00"
              MOVE "PARMMST.DAT" TO ErrorFileName
              MOVE ParameterMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           MOVE "PMBEF" TO AuditEventLit
           PERFORM WriteAuditRecord
           MOVE "PMAFT" TO AuditEventLit
           PERFORM WriteAuditRecord
           ADD 1 TO SessionChangeCount
           DISPLAY "Parameter " ParmName " changed effective "
                   ParmEffectiveDate ".".
       END PROGRAM PARMMNT.
