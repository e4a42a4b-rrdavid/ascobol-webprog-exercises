       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ImmunTxnFile ASSIGN TO "IMMTXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ImmunTxnStatus.
           SELECT RequirementFile ASSIGN TO "IMMREQ.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RequirementStatus.
           SELECT ImmunFile ASSIGN TO "IMMUNIZ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS ImmKey
                      FILE STATUS IS ImmunFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT ImmunReportFile ASSIGN TO "IMMPOST.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ImmunTxnFile.
           01  ImmunTxnRecord.
               88  EndOfImmunTxn    VALUE HIGH-VALUES.
               02  ITxnStudentId    PIC 9(7).
               02  ITxnReqCode      PIC X(4).
               02  ITxnReceivedDate PIC 9(8).
               02  ITxnExpiryDate   PIC 9(8).
               02  ITxnExemptCode   PIC X(2).
                   88  ITxnExemptValid VALUE "ME", "RE", "PE", SPACES.
       FD  RequirementFile.
           01  RequirementRecord.
               88  EndOfRequirementFile VALUE HIGH-VALUES.
               02  IrqCode          PIC X(4).
               02  IrqDescription   PIC X(25).
               02  IrqRequiredFlag  PIC X.
       FD  ImmunFile.
           01  ImmunRecord.
               COPY IMMCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  ImmunReportFile.
           01  ImmunReportLine      PIC X(60).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "IMMPOST".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ImmunTxnStatus       PIC XX.
       01  RequirementStatus    PIC XX.
       01  ImmunFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ImmunRunDate         PIC 9(8).
       01  RequirementTable.
           02  RequirementEntry OCCURS 20 TIMES INDEXED BY ReqIdx.
               03  ReqTabCode       PIC X(4).
       01  RequirementCount     PIC 9(4) VALUE ZERO.
       01  RequirementFoundFlag PIC X.
           88  RequirementFound VALUE "Y".
       01  ImmunTxnValidFlag    PIC X.
           88  ImmunTxnValid    VALUE "Y".
       01  ImmunTotals.
           02  ImmPostedCount   PIC 9(4) VALUE ZERO.
           02  ImmErrorCount    PIC 9(4) VALUE ZERO.
       01  ImmunPostedLine.
           02  FILLER           PIC X(10) VALUE "Posted   -".
           02  PrnImmPostedId   PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnImmPostedCode PIC X(4).
       01  ImmunErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnImmErrorId    PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnImmErrorText  PIC X(30).
       01  ImmunPostedCountLine.
           02  FILLER           PIC X(20) VALUE "Records posted   = ".
           02  PrnImmPostedCount PIC Z,ZZ9.
       01  ImmunErrorCountLine.
           02  FILLER           PIC X(20) VALUE "Txns in error    = ".
           02  PrnImmErrorCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT ImmunRunDate FROM DATE YYYYMMDD
           PERFORM LoadRequirementTable
           OPEN INPUT ImmunTxnFile
           IF ImmunTxnStatus NOT = "00"
              MOVE "IMMTXN.DAT" TO ErrorFileName
              MOVE ImmunTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM OpenImmunFile
           OPEN OUTPUT ImmunReportFile
           READ ImmunTxnFile
             AT END SET EndOfImmunTxn TO TRUE
           END-READ
           PERFORM UNTIL EndOfImmunTxn
              PERFORM PostOneImmunTxn
              READ ImmunTxnFile
                AT END SET EndOfImmunTxn TO TRUE
              END-READ
           END-PERFORM
           MOVE ImmPostedCount TO PrnImmPostedCount
           WRITE ImmunReportLine FROM ImmunPostedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE ImmErrorCount TO PrnImmErrorCount
           WRITE ImmunReportLine FROM ImmunErrorCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE ImmunTxnFile, StudentFile, ImmunFile,
                 ImmunReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       LoadRequirementTable.
           OPEN INPUT RequirementFile
           IF RequirementStatus NOT = "00"
              MOVE "IMMREQ.DAT" TO ErrorFileName
              MOVE RequirementStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ RequirementFile
             AT END SET EndOfRequirementFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRequirementFile
              IF RequirementCount < 20
                 ADD 1 TO RequirementCount
                 SET ReqIdx TO RequirementCount
                 MOVE IrqCode TO ReqTabCode(ReqIdx)
              ELSE
                 MOVE "IMMREQ.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ RequirementFile
                AT END SET EndOfRequirementFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RequirementFile.
       OpenImmunFile.
           OPEN I-O ImmunFile
           IF ImmunFileStatus = "35"
              OPEN OUTPUT ImmunFile
              CLOSE ImmunFile
              OPEN I-O ImmunFile
           END-IF
           IF ImmunFileStatus NOT = "00"
              MOVE "IMMUNIZ.DAT" TO ErrorFileName
              MOVE ImmunFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       PostOneImmunTxn.
           PERFORM ValidateImmunTxn
           IF ImmunTxnValid
              MOVE SPACES TO ImmunRecord
              MOVE ITxnStudentId    TO ImmStudentId
              MOVE ITxnReqCode      TO ImmReqCode
              MOVE ITxnReceivedDate TO ImmReceivedDate
              MOVE ITxnExpiryDate   TO ImmExpiryDate
              MOVE ITxnExemptCode   TO ImmExemptCode
              MOVE ImmunRunDate     TO ImmPostedDate
              WRITE ImmunRecord
                 INVALID KEY
                    REWRITE ImmunRecord
                       INVALID KEY
                          MOVE "immunization write failed"
                                            TO PrnImmErrorText
                          PERFORM WriteImmunError
                       NOT INVALID KEY
                          PERFORM ReportImmunPosted
                    END-REWRITE
                 NOT INVALID KEY
                    PERFORM ReportImmunPosted
              END-WRITE
           ELSE
              PERFORM WriteImmunError
           END-IF.
       ValidateImmunTxn.
           MOVE "Y" TO ImmunTxnValidFlag
           IF ITxnReceivedDate NOT NUMERIC
              MOVE ZERO TO ITxnReceivedDate
           END-IF
           IF ITxnExpiryDate NOT NUMERIC
              MOVE ZERO TO ITxnExpiryDate
           END-IF
           MOVE "N" TO RequirementFoundFlag
           SET ReqIdx TO 1
           PERFORM UNTIL ReqIdx > RequirementCount
              OR RequirementFound
              IF ReqTabCode(ReqIdx) = ITxnReqCode
                 MOVE "Y" TO RequirementFoundFlag
              ELSE
                 SET ReqIdx UP BY 1
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT RequirementFound
                 MOVE "unknown requirement type" TO PrnImmErrorText
                 MOVE "N" TO ImmunTxnValidFlag
              WHEN NOT ITxnExemptValid
                 MOVE "unknown exemption code" TO PrnImmErrorText
                 MOVE "N" TO ImmunTxnValidFlag
              WHEN ITxnReceivedDate = ZERO
                   AND ITxnExemptCode = SPACES
                 MOVE "no date received or exemption"
                                          TO PrnImmErrorText
                 MOVE "N" TO ImmunTxnValidFlag
              WHEN ITxnExpiryDate NOT = ZERO
                   AND ITxnExpiryDate < ITxnReceivedDate
                 MOVE "expiry before date received"
                                          TO PrnImmErrorText
                 MOVE "N" TO ImmunTxnValidFlag
           END-EVALUATE
           IF ImmunTxnValid
              MOVE ITxnStudentId TO StudentId OF StudentDetails
              READ StudentFile
                 INVALID KEY
                    MOVE "StudentId not on master"
                                          TO PrnImmErrorText
                    MOVE "N" TO ImmunTxnValidFlag
              END-READ
           END-IF.
       WriteImmunError.
           MOVE ITxnStudentId TO PrnImmErrorId
           WRITE ImmunReportLine FROM ImmunErrorLine
           ADD 1 TO ImmErrorCount.
       ReportImmunPosted.
           MOVE ITxnStudentId TO PrnImmPostedId
           MOVE ITxnReqCode   TO PrnImmPostedCode
           WRITE ImmunReportLine FROM ImmunPostedLine
           ADD 1 TO ImmPostedCount.
       END PROGRAM IMMPOST.
