       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdviseeTxn ASSIGN TO "ADVTXN.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeTxnStatus.
           SELECT AdviseeFile ASSIGN TO "ADVISEE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT AdviseeReportFile ASSIGN TO "ADVUPD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AdviseeTxn.
           01  AdviseeTxnRecord.
               88  EndOfAdviseeTxn  VALUE HIGH-VALUES.
               02  ATxnAction       PIC X.
                   88  ATxnAssign   VALUE "A", "a".
                   88  ATxnEnd      VALUE "D", "d".
               02  ATxnStudentId    PIC 9(7).
               02  ATxnInstrId      PIC 9(5).
               02  ATxnEffDate      PIC 9(8).
       FD  AdviseeFile.
           01  AdviseeRecord.
               COPY ADVCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  AdviseeReportFile.
           01  AdviseeReportLine    PIC X(60).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ADVUPD".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  AdviseeTxnStatus     PIC XX.
       01  AdviseeFileStatus    PIC XX.
       01  InstructorFileStatus PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AdviseeRunDate       PIC 9(8).
       01  TxnEffectiveDate     PIC 9(8).
       01  InstructorTable.
           02  InstructorEntry OCCURS 200 TIMES
                                INDEXED BY InstIdx.
               03  ITabInstrId      PIC 9(5).
       01  InstructorTableCount PIC 9(4) VALUE ZERO.
       01  InstructorFoundFlag  PIC X VALUE "N".
           88  InstructorFound  VALUE "Y".
       01  AdviseeTable.
           02  AdviseeEntry OCCURS 2000 TIMES
                             INDEXED BY AdvIdx.
               03  AdvTabStudentId  PIC 9(7).
               03  AdvTabInstrId    PIC 9(5).
               03  AdvTabEffDate    PIC 9(8).
               03  AdvTabEndDate    PIC 9(8).
       01  AdviseeTableCount    PIC 9(4) VALUE ZERO.
       01  OpenAdviseeFlag      PIC X VALUE "N".
           88  OpenAdviseeFound VALUE "Y".
       01  AdviseeTotals.
           02  AppliedCount     PIC 9(4) VALUE ZERO.
           02  RejectedCount    PIC 9(4) VALUE ZERO.
       01  AdviseeHeadingLine   PIC X(40)
           VALUE "  Advisee Assignment Maintenance".
       01  AdviseeAppliedLine.
           02  FILLER           PIC X(10) VALUE "Applied  -".
           02  PrnAppliedAction PIC X.
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnAppliedStudentId PIC 9(7).
           02  FILLER           PIC X(11) VALUE "  Advisor  ".
           02  PrnAppliedInstrId PIC 9(5).
       01  AdviseeErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnErrorStudentId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrorText     PIC X(30).
       01  AdviseeAppliedCountLine.
           02  FILLER           PIC X(20) VALUE "Txns applied     = ".
           02  PrnAppliedCount  PIC Z,ZZ9.
       01  AdviseeSummaryLine.
           02  FILLER           PIC X(20) VALUE "Txns in error    = ".
           02  PrnRejectedCount PIC Z,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT AdviseeRunDate FROM DATE YYYYMMDD
           PERFORM LoadInstructorTable
           PERFORM LoadAdviseeTable
           OPEN INPUT AdviseeTxn
           IF AdviseeTxnStatus NOT = "00"
              MOVE "ADVTXN.DAT" TO ErrorFileName
              MOVE AdviseeTxnStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT AdviseeReportFile
           WRITE AdviseeReportLine FROM AdviseeHeadingLine
                  AFTER ADVANCING PAGE
           READ AdviseeTxn
             AT END SET EndOfAdviseeTxn TO TRUE
           END-READ
           PERFORM UNTIL EndOfAdviseeTxn
              PERFORM ApplyOneAdviseeTxn
              READ AdviseeTxn
                AT END SET EndOfAdviseeTxn TO TRUE
              END-READ
           END-PERFORM
           PERFORM RewriteAdviseeFile
           MOVE AppliedCount TO PrnAppliedCount
           WRITE AdviseeReportLine FROM AdviseeAppliedCountLine
                  AFTER ADVANCING 2 LINES
           MOVE RejectedCount TO PrnRejectedCount
           WRITE AdviseeReportLine FROM AdviseeSummaryLine
                  AFTER ADVANCING 1 LINES
           CLOSE AdviseeTxn, StudentFile, AdviseeReportFile
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           GOBACK.
       LoadInstructorTable.
           OPEN INPUT InstructorFile
           IF InstructorFileStatus = "00"
              READ InstructorFile
                AT END SET EndOfInstructorFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfInstructorFile
                 IF InstructorTableCount < 200
                    ADD 1 TO InstructorTableCount
                    SET InstIdx TO InstructorTableCount
                    MOVE InstrId TO ITabInstrId(InstIdx)
                 ELSE
                    MOVE "INSTRMST.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE InstructorFile
           END-IF.
       LoadAdviseeTable.
           OPEN INPUT AdviseeFile
           IF AdviseeFileStatus = "00"
              READ AdviseeFile
                AT END SET EndOfAdviseeFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAdviseeFile
                 IF AdviseeTableCount < 2000
                    ADD 1 TO AdviseeTableCount
                    SET AdvIdx TO AdviseeTableCount
                    MOVE AdvStudentId TO AdvTabStudentId(AdvIdx)
                    MOVE AdvInstrId   TO AdvTabInstrId(AdvIdx)
                    MOVE AdvEffDate   TO AdvTabEffDate(AdvIdx)
                    IF AdvEndDate NUMERIC
                       MOVE AdvEndDate TO AdvTabEndDate(AdvIdx)
                    ELSE
                       MOVE ZERO TO AdvTabEndDate(AdvIdx)
                    END-IF
                 ELSE
                    MOVE "ADVISEE.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ AdviseeFile
                   AT END SET EndOfAdviseeFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AdviseeFile
           END-IF.
       ApplyOneAdviseeTxn.
           IF ATxnEffDate NUMERIC AND ATxnEffDate > ZERO
              MOVE ATxnEffDate TO TxnEffectiveDate
           ELSE
              MOVE AdviseeRunDate TO TxnEffectiveDate
           END-IF
           MOVE ATxnStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY
                 MOVE "StudentId not on master" TO PrnErrorText
                 PERFORM WriteTxnError
              NOT INVALID KEY
                 PERFORM ApplyAdviseeAction
           END-READ.
       ApplyAdviseeAction.
           PERFORM FindOpenAdvisee
           EVALUATE TRUE
              WHEN ATxnAssign
                 PERFORM FindInstructor
                 EVALUATE TRUE
                    WHEN NOT InstructorFound
                       MOVE "advisor not on file" TO PrnErrorText
                       PERFORM WriteTxnError
                    WHEN OpenAdviseeFound
                     AND AdvTabInstrId(AdvIdx) = ATxnInstrId
                       MOVE "already assigned to advisor"
                                       TO PrnErrorText
                       PERFORM WriteTxnError
                    WHEN OTHER
                       IF OpenAdviseeFound
                          MOVE TxnEffectiveDate
                                       TO AdvTabEndDate(AdvIdx)
                       END-IF
                       PERFORM AddAdviseeEntry
                 END-EVALUATE
              WHEN ATxnEnd
                 IF OpenAdviseeFound
                    MOVE TxnEffectiveDate TO AdvTabEndDate(AdvIdx)
                    PERFORM WriteTxnApplied
                 ELSE
                    MOVE "no current advisor on file"
                                    TO PrnErrorText
                    PERFORM WriteTxnError
                 END-IF
              WHEN OTHER
                 MOVE "unrecognized action code" TO PrnErrorText
                 PERFORM WriteTxnError
           END-EVALUATE.
       FindInstructor.
           MOVE "N" TO InstructorFoundFlag
           SET InstIdx TO 1
           PERFORM UNTIL InstIdx > InstructorTableCount
              OR InstructorFound
              IF ITabInstrId(InstIdx) = ATxnInstrId
                 MOVE "Y" TO InstructorFoundFlag
              ELSE
                 SET InstIdx UP BY 1
              END-IF
           END-PERFORM.
       FindOpenAdvisee.
           MOVE "N" TO OpenAdviseeFlag
           SET AdvIdx TO 1
           PERFORM UNTIL AdvIdx > AdviseeTableCount
              OR OpenAdviseeFound
              IF AdvTabStudentId(AdvIdx) = ATxnStudentId
                 AND AdvTabEndDate(AdvIdx) = ZERO
                 MOVE "Y" TO OpenAdviseeFlag
              ELSE
                 SET AdvIdx UP BY 1
              END-IF
           END-PERFORM.
       AddAdviseeEntry.
           IF AdviseeTableCount < 2000
              ADD 1 TO AdviseeTableCount
              SET AdvIdx TO AdviseeTableCount
              MOVE ATxnStudentId    TO AdvTabStudentId(AdvIdx)
              MOVE ATxnInstrId      TO AdvTabInstrId(AdvIdx)
              MOVE TxnEffectiveDate TO AdvTabEffDate(AdvIdx)
              MOVE ZERO             TO AdvTabEndDate(AdvIdx)
              PERFORM WriteTxnApplied
           ELSE
              MOVE "ADVISEE.DAT" TO ErrorFileName
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       WriteTxnError.
           MOVE ATxnStudentId TO PrnErrorStudentId
           WRITE AdviseeReportLine FROM AdviseeErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO RejectedCount.
       WriteTxnApplied.
           MOVE ATxnAction    TO PrnAppliedAction
           MOVE ATxnStudentId TO PrnAppliedStudentId
           MOVE AdvTabInstrId(AdvIdx) TO PrnAppliedInstrId
           WRITE AdviseeReportLine FROM AdviseeAppliedLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO AppliedCount.
       RewriteAdviseeFile.
           OPEN OUTPUT AdviseeFile
           IF AdviseeFileStatus NOT = "00"
              MOVE "ADVISEE.DAT" TO ErrorFileName
              MOVE AdviseeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM VARYING AdvIdx FROM 1 BY 1
                   UNTIL AdvIdx > AdviseeTableCount
              MOVE SPACES TO AdviseeRecord
              MOVE AdvTabStudentId(AdvIdx) TO AdvStudentId
              MOVE AdvTabInstrId(AdvIdx)   TO AdvInstrId
              MOVE AdvTabEffDate(AdvIdx)   TO AdvEffDate
              MOVE AdvTabEndDate(AdvIdx)   TO AdvEndDate
              WRITE AdviseeRecord
           END-PERFORM
           CLOSE AdviseeFile.
       END PROGRAM ADVUPD.
