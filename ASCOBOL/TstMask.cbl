       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTMASK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS
                        StudentName OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT GuardianMasterFile ASSIGN TO "GUARDMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GrdStudentId
                      FILE STATUS IS GuardianMasterStatus.
           SELECT NameHistoryFile ASSIGN TO "NAMEHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS NameHistoryStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT JournalFile ASSIGN TO "ENRLJRNL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS JournalFileStatus.
           SELECT TestStudentFile ASSIGN TO "STUDENTS.TST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TestStudentId
                      ALTERNATE RECORD KEY IS TestStudentName
                        WITH DUPLICATES
                      FILE STATUS IS TestStudentStatus.
           SELECT TestAddressFile ASSIGN TO "ADDRESS.TST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TestAddrStudentId
                      FILE STATUS IS TestAddressStatus.
           SELECT TestGuardianFile ASSIGN TO "GUARDMST.TST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TestGrdStudentId
                      FILE STATUS IS TestGuardianStatus.
           SELECT TestNameHistoryFile ASSIGN TO "NAMEHIST.TST"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TestNameHistoryStatus.
           SELECT TestLedgerFile ASSIGN TO "ARLEDGER.TST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TestLedgerKey
                      FILE STATUS IS TestLedgerStatus.
           SELECT TestGradeFile ASSIGN TO "GRADES.TST"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TestGradeKey
                      FILE STATUS IS TestGradeStatus.
           SELECT TestJournalFile ASSIGN TO "ENRLJRNL.TST"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TestJournalStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MaskReportFile ASSIGN TO "TSTMASK.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  GuardianMasterFile.
           01  GuardianRecord.
               COPY GUARDCPY.
       FD  NameHistoryFile.
           01  NameHistoryRecord.
               COPY NAMECPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  JournalFile.
           01  JournalRecord.
               COPY JRNLCPY.
       FD  TestStudentFile.
           01  TestStudentRecord.
               02  TestStudentId    PIC 9(7).
               02  TestStudentName  PIC X(40).
               02  FILLER           PIC X(47).
       FD  TestAddressFile.
           01  TestAddressRecord.
               02  TestAddrStudentId PIC 9(7).
               02  FILLER           PIC X(178).
       FD  TestGuardianFile.
           01  TestGuardianRecord.
               02  TestGrdStudentId PIC 9(7).
               02  FILLER           PIC X(44).
       FD  TestNameHistoryFile.
           01  TestNameHistoryRecord PIC X(103).
       FD  TestLedgerFile.
           01  TestLedgerRecord.
               02  TestLedgerKey    PIC X(18).
               02  FILLER           PIC X(12).
       FD  TestGradeFile.
           01  TestGradeRecord.
               02  TestGradeKey     PIC X(16).
               02  FILLER           PIC X(4).
       FD  TestJournalFile.
           01  TestJournalRecord    PIC X(196).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  MaskReportFile.
           01  MaskReportLine       PIC X(60).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "TSTMASK".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  GuardianMasterStatus PIC XX.
       01  NameHistoryStatus    PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  GradeFileStatus      PIC XX.
       01  JournalFileStatus    PIC XX.
       01  TestStudentStatus    PIC XX.
       01  TestAddressStatus    PIC XX.
       01  TestGuardianStatus   PIC XX.
       01  TestNameHistoryStatus PIC XX.
       01  TestLedgerStatus     PIC XX.
       01  TestGradeStatus      PIC XX.
       01  TestJournalStatus    PIC XX.
       01  AuditProgramNameLit  PIC X(10) VALUE "TSTMASK".
       01  ImageStudentDetails.
           COPY STUDCPY.
       01  StudentMapTable.
           02  StudentMapEntry OCCURS 5000 TIMES INDEXED BY MapIdx.
               03  MapOldStudentId  PIC 9(7).
               03  MapNewStudentId.
                   04  MapNewBase   PIC 9(6).
                   04  MapNewCheck  PIC 9.
       01  StudentMapCount      PIC 9(4) VALUE ZERO.
       01  StudentMapFound      PIC X VALUE "N".
           88  StudentMapEntryFound VALUE "Y".
       01  LookupStudentId      PIC 9(7).
       01  NextIdWork           PIC 9(6) VALUE 900000.
       01  CandidateStudentId   PIC 9(7).
       01  CandidateIdDigits REDEFINES CandidateStudentId.
           02  CandidateIdBase  PIC 9(6).
           02  CandidateIdCheck PIC 9.
       01  ChkCheckDigit        PIC 9.
       01  ChkValidFlag         PIC X.
       01  SurnameLiteral.
           02  FILLER           PIC X(12) VALUE "ABERNATHY".
           02  FILLER           PIC X(12) VALUE "BRANDT".
           02  FILLER           PIC X(12) VALUE "CALLOWAY".
           02  FILLER           PIC X(12) VALUE "DUNMORE".
           02  FILLER           PIC X(12) VALUE "ELLSWORTH".
           02  FILLER           PIC X(12) VALUE "FAIRCHILD".
           02  FILLER           PIC X(12) VALUE "GRANGER".
           02  FILLER           PIC X(12) VALUE "HOLLOWAY".
           02  FILLER           PIC X(12) VALUE "IVERSON".
           02  FILLER           PIC X(12) VALUE "JESSUP".
           02  FILLER           PIC X(12) VALUE "KINCAID".
           02  FILLER           PIC X(12) VALUE "LANGFORD".
           02  FILLER           PIC X(12) VALUE "MARLOWE".
           02  FILLER           PIC X(12) VALUE "NORCROSS".
           02  FILLER           PIC X(12) VALUE "OAKLEY".
           02  FILLER           PIC X(12) VALUE "PEMBERTON".
           02  FILLER           PIC X(12) VALUE "QUINLAN".
           02  FILLER           PIC X(12) VALUE "ROWLAND".
           02  FILLER           PIC X(12) VALUE "STANFIELD".
           02  FILLER           PIC X(12) VALUE "THORNBURY".
       01  SurnameTable REDEFINES SurnameLiteral.
           02  MaskSurnameEntry PIC X(12) OCCURS 20 TIMES.
       01  GivenNameLiteral.
           02  FILLER           PIC X(10) VALUE "ALEX".
           02  FILLER           PIC X(10) VALUE "BAILEY".
           02  FILLER           PIC X(10) VALUE "CAMERON".
           02  FILLER           PIC X(10) VALUE "DANA".
           02  FILLER           PIC X(10) VALUE "ELLIS".
           02  FILLER           PIC X(10) VALUE "FRANCIS".
           02  FILLER           PIC X(10) VALUE "GLENN".
           02  FILLER           PIC X(10) VALUE "HAYDEN".
           02  FILLER           PIC X(10) VALUE "JAMIE".
           02  FILLER           PIC X(10) VALUE "KENDALL".
           02  FILLER           PIC X(10) VALUE "LEE".
           02  FILLER           PIC X(10) VALUE "MORGAN".
           02  FILLER           PIC X(10) VALUE "NOEL".
           02  FILLER           PIC X(10) VALUE "PAT".
           02  FILLER           PIC X(10) VALUE "QUINN".
           02  FILLER           PIC X(10) VALUE "REESE".
           02  FILLER           PIC X(10) VALUE "SAM".
           02  FILLER           PIC X(10) VALUE "TAYLOR".
           02  FILLER           PIC X(10) VALUE "VAUGHN".
           02  FILLER           PIC X(10) VALUE "ROBIN".
       01  GivenNameTable REDEFINES GivenNameLiteral.
           02  MaskGivenEntry   PIC X(10) OCCURS 20 TIMES.
       01  StreetLiteral.
           02  FILLER           PIC X(20) VALUE "ASH STREET".
           02  FILLER           PIC X(20) VALUE "BIRCH AVENUE".
           02  FILLER           PIC X(20) VALUE "CEDAR ROAD".
           02  FILLER           PIC X(20) VALUE "DOGWOOD LANE".
           02  FILLER           PIC X(20) VALUE "ELM STREET".
           02  FILLER           PIC X(20) VALUE "FIR CRESCENT".
           02  FILLER           PIC X(20) VALUE "HAZEL DRIVE".
           02  FILLER           PIC X(20) VALUE "LARCH COURT".
           02  FILLER           PIC X(20) VALUE "MAPLE AVENUE".
           02  FILLER           PIC X(20) VALUE "WILLOW ROAD".
       01  StreetTable REDEFINES StreetLiteral.
           02  MaskStreetEntry  PIC X(20) OCCURS 10 TIMES.
       01  CityLiteral.
           02  FILLER           PIC X(20) VALUE "ALDERTON".
           02  FILLER           PIC X(20) VALUE "BROOKVALE".
           02  FILLER           PIC X(20) VALUE "CLEARWATER".
           02  FILLER           PIC X(20) VALUE "DEEPCOVE".
           02  FILLER           PIC X(20) VALUE "EASTBRIDGE".
           02  FILLER           PIC X(20) VALUE "FERNDALE".
           02  FILLER           PIC X(20) VALUE "GREENHOLM".
           02  FILLER           PIC X(20) VALUE "HILLCREST".
           02  FILLER           PIC X(20) VALUE "LAKEFIELD".
           02  FILLER           PIC X(20) VALUE "MILLBROOK".
       01  CityTable REDEFINES CityLiteral.
           02  MaskCityEntry    PIC X(20) OCCURS 10 TIMES.
       01  MaskBaseNumber       PIC 9(6).
       01  MaskVariant          PIC 9.
       01  MaskSeed             PIC 9(7).
       01  MaskQuotient         PIC 9(7).
       01  MaskRemainder        PIC 9(4).
       01  MaskEntryIdx         PIC 99.
       01  MaskSurname          PIC X(25).
       01  MaskGivenNames       PIC X(15).
       01  MaskFamilySurname    PIC X(25).
       01  MaskHouseNumber      PIC 9(3).
       01  MaskPhoneDigits      PIC 9(4).
       01  MaskFileName         PIC X(12).
       01  MaskFileCounts.
           02  MaskReadCount    PIC 9(6).
           02  MaskWrittenCount PIC 9(6).
           02  MaskDroppedCount PIC 9(6).
           02  MaskRejectedCount PIC 9(6).
       01  MaskTotalWritten     PIC 9(6) VALUE ZERO.
       01  MaskTotalDropped     PIC 9(6) VALUE ZERO.
       01  MaskHeadingLine      PIC X(44)
           VALUE "  Masked Test Data Copy Report".
       01  MaskColumnLine.
           02  FILLER           PIC X(12) VALUE "File".
           02  FILLER           PIC X(9)  VALUE "     Read".
           02  FILLER           PIC X(9)  VALUE "  Written".
           02  FILLER           PIC X(9)  VALUE "  Dropped".
           02  FILLER           PIC X(9)  VALUE " Rejected".
       01  MaskDetailLine.
           02  PrnMaskFileName  PIC X(12).
           02  FILLER           PIC XX VALUE SPACES.
           02  PrnMaskReadCount PIC ZZZ,ZZ9.
           02  FILLER           PIC XX VALUE SPACES.
           02  PrnMaskWrittenCount PIC ZZZ,ZZ9.
           02  FILLER           PIC XX VALUE SPACES.
           02  PrnMaskDroppedCount PIC ZZZ,ZZ9.
           02  FILLER           PIC XX VALUE SPACES.
           02  PrnMaskRejectedCount PIC ZZZ,ZZ9.
       01  MaskMappedLine.
           02  FILLER           PIC X(20) VALUE "Ids remapped     = ".
           02  PrnStudentMapCount PIC ZZZ,ZZ9.
       01  MaskWrittenLine.
           02  FILLER           PIC X(20) VALUE "Records written  = ".
           02  PrnMaskTotalWritten PIC ZZZ,ZZ9.
       01  MaskDroppedLine.
           02  FILLER           PIC X(20) VALUE "Not on master    = ".
           02  PrnMaskTotalDropped PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM WriteAuditStart
           OPEN OUTPUT MaskReportFile
           WRITE MaskReportLine FROM MaskHeadingLine
                  AFTER ADVANCING PAGE
           WRITE MaskReportLine FROM MaskColumnLine
                  AFTER ADVANCING 2 LINES
           PERFORM MaskStudentFile
           PERFORM MaskAddressFile
           PERFORM MaskGuardianFile
           PERFORM MaskNameHistoryFile
           PERFORM MaskLedgerFile
           PERFORM MaskGradeFile
           PERFORM MaskJournalFile
           MOVE StudentMapCount TO PrnStudentMapCount
           WRITE MaskReportLine FROM MaskMappedLine
                  AFTER ADVANCING 2 LINES
           MOVE MaskTotalWritten TO PrnMaskTotalWritten
           WRITE MaskReportLine FROM MaskWrittenLine
                  AFTER ADVANCING 1 LINES
           MOVE MaskTotalDropped TO PrnMaskTotalDropped
           WRITE MaskReportLine FROM MaskDroppedLine
                  AFTER ADVANCING 1 LINES
           CLOSE MaskReportFile
           PERFORM WriteAuditEnd
           DISPLAY "Masked test data set complete."
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       MaskStudentFile.
           MOVE "STUDENTS.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT TestStudentFile
           IF TestStudentStatus NOT = "00"
              MOVE "STUDENTS.TST" TO ErrorFileName
              MOVE TestStudentStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ StudentFile
             AT END SET EndOfStudentFile OF StudentDetails TO TRUE
           END-READ
           PERFORM UNTIL EndOfStudentFile OF StudentDetails
              ADD 1 TO MaskReadCount
              IF StudentMapCount NOT < 5000
                 MOVE "STUDENTS.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              PERFORM AssignNextStudentId
              ADD 1 TO StudentMapCount
              SET MapIdx TO StudentMapCount
              MOVE StudentId OF StudentDetails
                             TO MapOldStudentId(MapIdx)
              MOVE CandidateStudentId TO MapNewStudentId(MapIdx)
              MOVE StudentDetails TO ImageStudentDetails
              PERFORM MaskStudentImage
              WRITE TestStudentRecord FROM ImageStudentDetails
                 INVALID KEY ADD 1 TO MaskRejectedCount
                 NOT INVALID KEY ADD 1 TO MaskWrittenCount
              END-WRITE
              READ StudentFile
                AT END SET EndOfStudentFile OF StudentDetails TO TRUE
              END-READ
           END-PERFORM
           CLOSE StudentFile, TestStudentFile
           PERFORM WriteMaskCountLine.
       AssignNextStudentId.
           MOVE NextIdWork TO CandidateIdBase
           MOVE ZERO TO CandidateIdCheck
           CALL "CHKDGT" USING CandidateStudentId, ChkCheckDigit,
                               ChkValidFlag
           MOVE ChkCheckDigit TO CandidateIdCheck
           ADD 1 TO NextIdWork.
       FindStudentMap.
           MOVE "N" TO StudentMapFound
           SET MapIdx TO 1
           PERFORM UNTIL MapIdx > StudentMapCount
              OR StudentMapEntryFound
              IF MapOldStudentId(MapIdx) = LookupStudentId
                 MOVE "Y" TO StudentMapFound
              ELSE
                 SET MapIdx UP BY 1
              END-IF
           END-PERFORM.
       MaskStudentImage.
           MOVE MapNewStudentId(MapIdx)
                          TO StudentId OF ImageStudentDetails
           MOVE MapNewBase(MapIdx) TO MaskBaseNumber
           MOVE 0 TO MaskVariant
           PERFORM BuildMaskedName
           MOVE MaskSurname TO Surname OF ImageStudentDetails
           MOVE MaskGivenNames TO GivenNames OF ImageStudentDetails
           IF DOBirth OF ImageStudentDetails NUMERIC
              AND DOBirth OF ImageStudentDetails > ZERO
              DIVIDE MaskBaseNumber BY 28 GIVING MaskQuotient
                     REMAINDER MaskRemainder
              COMPUTE DOBirth OF ImageStudentDetails =
                      MaskRemainder + 1
           END-IF.
       BuildMaskedName.
           COMPUTE MaskSeed = MaskBaseNumber + (MaskVariant * 37)
           DIVIDE MaskSeed BY 20 GIVING MaskQuotient
                  REMAINDER MaskRemainder
           COMPUTE MaskEntryIdx = MaskRemainder + 1
           MOVE MaskSurnameEntry(MaskEntryIdx) TO MaskSurname
           DIVIDE MaskQuotient BY 20 GIVING MaskQuotient
                  REMAINDER MaskRemainder
           COMPUTE MaskEntryIdx = MaskRemainder + 1
           MOVE MaskGivenEntry(MaskEntryIdx) TO MaskGivenNames.
       BuildMaskedPhone.
           DIVIDE MaskSeed BY 10000 GIVING MaskQuotient
                  REMAINDER MaskPhoneDigits.
       MaskAddressFile.
           MOVE "ADDRESS.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT AddressFile
           IF AddressFileStatus = "35"
              SET EndOfAddressFile TO TRUE
           ELSE
              IF AddressFileStatus NOT = "00"
                 MOVE "ADDRESS.DAT" TO ErrorFileName
                 MOVE AddressFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ AddressFile
                AT END SET EndOfAddressFile TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestAddressFile
           IF TestAddressStatus NOT = "00"
              MOVE "ADDRESS.TST" TO ErrorFileName
              MOVE TestAddressStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM UNTIL EndOfAddressFile
              ADD 1 TO MaskReadCount
              MOVE AddrStudentId TO LookupStudentId
              PERFORM FindStudentMap
              IF StudentMapEntryFound
                 PERFORM MaskAddressRecord
                 WRITE TestAddressRecord FROM AddressRecord
                    INVALID KEY ADD 1 TO MaskRejectedCount
                    NOT INVALID KEY ADD 1 TO MaskWrittenCount
                 END-WRITE
              ELSE
                 ADD 1 TO MaskDroppedCount
              END-IF
              READ AddressFile
                AT END SET EndOfAddressFile TO TRUE
              END-READ
           END-PERFORM
           IF AddressFileStatus NOT = "35"
              CLOSE AddressFile
           END-IF
           CLOSE TestAddressFile
           PERFORM WriteMaskCountLine.
       MaskAddressRecord.
           MOVE MapNewStudentId(MapIdx) TO AddrStudentId
           MOVE MapNewBase(MapIdx) TO MaskBaseNumber
           IF AddrLine1 NOT = SPACES
              DIVIDE MaskBaseNumber BY 900 GIVING MaskQuotient
                     REMAINDER MaskRemainder
              COMPUTE MaskHouseNumber = MaskRemainder + 100
              DIVIDE MaskBaseNumber BY 10 GIVING MaskQuotient
                     REMAINDER MaskRemainder
              COMPUTE MaskEntryIdx = MaskRemainder + 1
              MOVE SPACES TO AddrLine1
              STRING MaskHouseNumber DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MaskStreetEntry(MaskEntryIdx) DELIMITED BY SIZE
                INTO AddrLine1
              END-STRING
           END-IF
           IF AddrCity NOT = SPACES
              DIVIDE MaskBaseNumber BY 10 GIVING MaskQuotient
              DIVIDE MaskQuotient BY 10 GIVING MaskQuotient
                     REMAINDER MaskRemainder
              COMPUTE MaskEntryIdx = MaskRemainder + 1
              MOVE MaskCityEntry(MaskEntryIdx) TO AddrCity
           END-IF
           MOVE SPACES TO AddrPostalCode(4:7)
           IF AddrPhone NOT = SPACES
              MOVE MaskBaseNumber TO MaskSeed
              PERFORM BuildMaskedPhone
              MOVE SPACES TO AddrPhone
              STRING "555-" MaskPhoneDigits DELIMITED BY SIZE
                INTO AddrPhone
              END-STRING
           END-IF
           IF AddrEmail NOT = SPACES
              MOVE SPACES TO AddrEmail
              STRING "S" MapNewStudentId(MapIdx) "@EXAMPLE.EDU"
                     DELIMITED BY SIZE
                INTO AddrEmail
              END-STRING
           END-IF
           IF AddrEmergencyName NOT = SPACES
              MOVE 3 TO MaskVariant
              PERFORM BuildMaskedName
              MOVE SPACES TO AddrEmergencyName
              STRING MaskGivenNames DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     MaskSurname DELIMITED BY SPACE
                INTO AddrEmergencyName
              END-STRING
           END-IF
           IF AddrEmergencyPhone NOT = SPACES
              COMPUTE MaskSeed = MaskBaseNumber + 5000
              PERFORM BuildMaskedPhone
              MOVE SPACES TO AddrEmergencyPhone
              STRING "555-" MaskPhoneDigits DELIMITED BY SIZE
                INTO AddrEmergencyPhone
              END-STRING
           END-IF.
       MaskGuardianFile.
           MOVE "GUARDMST.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT GuardianMasterFile
           IF GuardianMasterStatus = "35"
              SET EndOfGuardianMaster TO TRUE
           ELSE
              IF GuardianMasterStatus NOT = "00"
                 MOVE "GUARDMST.DAT" TO ErrorFileName
                 MOVE GuardianMasterStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ GuardianMasterFile
                AT END SET EndOfGuardianMaster TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestGuardianFile
           IF TestGuardianStatus NOT = "00"
              MOVE "GUARDMST.TST" TO ErrorFileName
              MOVE TestGuardianStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM UNTIL EndOfGuardianMaster
              ADD 1 TO MaskReadCount
              MOVE GrdStudentId TO LookupStudentId
              PERFORM FindStudentMap
              IF StudentMapEntryFound
                 MOVE MapNewStudentId(MapIdx) TO GrdStudentId
                 IF GrdGuardianName NOT = SPACES
                    MOVE MapNewBase(MapIdx) TO MaskBaseNumber
                    MOVE 0 TO MaskVariant
                    PERFORM BuildMaskedName
                    MOVE MaskSurname TO MaskFamilySurname
                    MOVE 2 TO MaskVariant
                    PERFORM BuildMaskedName
                    MOVE SPACES TO GrdGuardianName
                    STRING MaskGivenNames DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           MaskFamilySurname DELIMITED BY SPACE
                      INTO GrdGuardianName
                    END-STRING
                 END-IF
                 WRITE TestGuardianRecord FROM GuardianRecord
                    INVALID KEY ADD 1 TO MaskRejectedCount
                    NOT INVALID KEY ADD 1 TO MaskWrittenCount
                 END-WRITE
              ELSE
                 ADD 1 TO MaskDroppedCount
              END-IF
              READ GuardianMasterFile
                AT END SET EndOfGuardianMaster TO TRUE
              END-READ
           END-PERFORM
           IF GuardianMasterStatus NOT = "35"
              CLOSE GuardianMasterFile
           END-IF
           CLOSE TestGuardianFile
           PERFORM WriteMaskCountLine.
       MaskNameHistoryFile.
           MOVE "NAMEHIST.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT NameHistoryFile
           IF NameHistoryStatus = "35"
              SET EndOfNameHistory TO TRUE
           ELSE
              IF NameHistoryStatus NOT = "00"
                 MOVE "NAMEHIST.DAT" TO ErrorFileName
                 MOVE NameHistoryStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ NameHistoryFile
                AT END SET EndOfNameHistory TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestNameHistoryFile
           PERFORM UNTIL EndOfNameHistory
              ADD 1 TO MaskReadCount
              MOVE NhStudentId TO LookupStudentId
              PERFORM FindStudentMap
              IF StudentMapEntryFound
                 MOVE MapNewStudentId(MapIdx) TO NhStudentId
                 MOVE MapNewBase(MapIdx) TO MaskBaseNumber
                 MOVE 1 TO MaskVariant
                 PERFORM BuildMaskedName
                 MOVE MaskSurname TO NhOldSurname
                 MOVE MaskGivenNames TO NhOldGivenNames
                 MOVE 0 TO MaskVariant
                 PERFORM BuildMaskedName
                 MOVE MaskSurname TO NhNewSurname
                 MOVE MaskGivenNames TO NhNewGivenNames
                 WRITE TestNameHistoryRecord FROM NameHistoryRecord
                 ADD 1 TO MaskWrittenCount
              ELSE
                 ADD 1 TO MaskDroppedCount
              END-IF
              READ NameHistoryFile
                AT END SET EndOfNameHistory TO TRUE
              END-READ
           END-PERFORM
           IF NameHistoryStatus NOT = "35"
              CLOSE NameHistoryFile
           END-IF
           CLOSE TestNameHistoryFile
           PERFORM WriteMaskCountLine.
       MaskLedgerFile.
           MOVE "ARLEDGER.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = "35"
              SET EndOfLedgerFile TO TRUE
           ELSE
              IF LedgerFileStatus NOT = "00"
                 MOVE "ARLEDGER.DAT" TO ErrorFileName
                 MOVE LedgerFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestLedgerFile
           IF TestLedgerStatus NOT = "00"
              MOVE "ARLEDGER.TST" TO ErrorFileName
              MOVE TestLedgerStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              ADD 1 TO MaskReadCount
              MOVE LedgStudentId TO LookupStudentId
              PERFORM FindStudentMap
              IF StudentMapEntryFound
                 MOVE MapNewStudentId(MapIdx) TO LedgStudentId
                 WRITE TestLedgerRecord FROM LedgerRecord
                    INVALID KEY ADD 1 TO MaskRejectedCount
                    NOT INVALID KEY ADD 1 TO MaskWrittenCount
                 END-WRITE
              ELSE
                 ADD 1 TO MaskDroppedCount
              END-IF
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           IF LedgerFileStatus NOT = "35"
              CLOSE LedgerFile
           END-IF
           CLOSE TestLedgerFile
           PERFORM WriteMaskCountLine.
       MaskGradeFile.
           MOVE "GRADES.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT GradeFile
           IF GradeFileStatus = "35"
              SET EndOfGradeFile TO TRUE
           ELSE
              IF GradeFileStatus NOT = "00"
                 MOVE "GRADES.DAT" TO ErrorFileName
                 MOVE GradeFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestGradeFile
           IF TestGradeStatus NOT = "00"
              MOVE "GRADES.TST" TO ErrorFileName
              MOVE TestGradeStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM UNTIL EndOfGradeFile
              ADD 1 TO MaskReadCount
              MOVE GradeStudentId TO LookupStudentId
              PERFORM FindStudentMap
              IF StudentMapEntryFound
                 MOVE MapNewStudentId(MapIdx) TO GradeStudentId
                 WRITE TestGradeRecord FROM GradeRecord
                    INVALID KEY ADD 1 TO MaskRejectedCount
                    NOT INVALID KEY ADD 1 TO MaskWrittenCount
                 END-WRITE
              ELSE
                 ADD 1 TO MaskDroppedCount
              END-IF
              READ GradeFile
                AT END SET EndOfGradeFile TO TRUE
              END-READ
           END-PERFORM
           IF GradeFileStatus NOT = "35"
              CLOSE GradeFile
           END-IF
           CLOSE TestGradeFile
           PERFORM WriteMaskCountLine.
       MaskJournalFile.
           MOVE "ENRLJRNL.DAT" TO MaskFileName
           INITIALIZE MaskFileCounts
           OPEN INPUT JournalFile
           IF JournalFileStatus = "35"
              SET EndOfJournalFile TO TRUE
           ELSE
              IF JournalFileStatus NOT = "00"
                 MOVE "ENRLJRNL.DAT" TO ErrorFileName
                 MOVE JournalFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TestJournalFile
           PERFORM UNTIL EndOfJournalFile
              ADD 1 TO MaskReadCount
              IF JrnlRunMarker
                 WRITE TestJournalRecord FROM JournalRecord
                 ADD 1 TO MaskWrittenCount
              ELSE
                 MOVE JrnlStudentId TO LookupStudentId
                 PERFORM FindStudentMap
                 IF StudentMapEntryFound
                    PERFORM MaskJournalRecord
                    WRITE TestJournalRecord FROM JournalRecord
                    ADD 1 TO MaskWrittenCount
                 ELSE
                    ADD 1 TO MaskDroppedCount
                 END-IF
              END-IF
              READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
              END-READ
           END-PERFORM
           IF JournalFileStatus NOT = "35"
              CLOSE JournalFile
           END-IF
           CLOSE TestJournalFile
           PERFORM WriteMaskCountLine.
       MaskJournalRecord.
           MOVE MapNewStudentId(MapIdx) TO JrnlStudentId
           IF JrnlBeforeImage NOT = SPACES
              MOVE JrnlBeforeImage TO ImageStudentDetails
              PERFORM MaskStudentImage
              MOVE ImageStudentDetails TO JrnlBeforeImage
           END-IF
           IF JrnlAfterImage NOT = SPACES
              MOVE JrnlAfterImage TO ImageStudentDetails
              PERFORM MaskStudentImage
              MOVE ImageStudentDetails TO JrnlAfterImage
           END-IF.
       WriteMaskCountLine.
           MOVE MaskFileName TO PrnMaskFileName
           MOVE MaskReadCount TO PrnMaskReadCount
           MOVE MaskWrittenCount TO PrnMaskWrittenCount
           MOVE MaskDroppedCount TO PrnMaskDroppedCount
           MOVE MaskRejectedCount TO PrnMaskRejectedCount
           WRITE MaskReportLine FROM MaskDetailLine
                  AFTER ADVANCING 1 LINES
           ADD MaskWrittenCount TO MaskTotalWritten
           ADD MaskDroppedCount TO MaskTotalDropped.
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
           MOVE MaskTotalWritten TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       END PROGRAM TSTMASK.
