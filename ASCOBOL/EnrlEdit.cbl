                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT TransferFile ASSIGN TO "XFERCRED.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS XfrKey
                      FILE STATUS IS TransferFileStatus.
           SELECT OverrideControlFile ASSIGN TO "PREREQOV.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OverrideControlStatus.
                                              "X", "x".
               02  TxnPrivacyByte   PIC X.
               02  TxnOverrideCode  PIC X(4).
               02  TxnSection       PIC X(2).
       FD  AcceptedTxnFile.
           01  AcceptedTxnRecord    PIC X(68).
       FD  RejectedTxnFile.
           01  RejectedTxnLine.
               02  RejTxnImage      PIC X(68).
               02  FILLER           PIC X VALUE SPACE.
               02  RejReason        PIC X(30).
       FD  GeneratedTxnFile.
           01  GeneratedTxnInputRecord PIC X(68).
               88  EndOfGeneratedTxn   VALUE HIGH-VALUES.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  TransferFile.
           01  TransferRecord.
               COPY XFERCPY.
       FD  OverrideControlFile.
           01  OverrideControlRecord.
               88  EndOfOverrideCtl VALUE HIGH-VALUES.
       01  GradeFileStatus      PIC XX.
       01  GradesAvailFlag      PIC X VALUE "N".
           88  GradesAvailable  VALUE "Y".
       01  TransferFileStatus   PIC XX.
       01  TransferAvailFlag    PIC X VALUE "N".
           88  TransferAvailable VALUE "Y".
       01  OverrideControlStatus PIC XX.
       01  CatalogTable.
           02  CatalogEntry OCCURS 100 TIMES INDEXED BY CatIdx.
           PERFORM LoadCatalogPrereqs
           PERFORM LoadOverrideTable
           PERFORM OpenGradeFile
           PERFORM OpenTransferFile
           OPEN INPUT EnrollTxn
           OPEN OUTPUT AcceptedTxnFile
           OPEN OUTPUT RejectedTxnFile
           IF GradesAvailable
              CLOSE GradeFile
           END-IF
           IF TransferAvailable
              CLOSE TransferFile
           END-IF
           CLOSE EnrollTxn, AcceptedTxnFile, RejectedTxnFile
           DISPLAY "Transactions read     - " ReadTxnCount
           DISPLAY "Transactions accepted - " AcceptedCount
           IF GradeFileStatus = "00"
              MOVE "Y" TO GradesAvailFlag
           END-IF.
       OpenTransferFile.
           OPEN INPUT TransferFile
           IF TransferFileStatus = "00"
              MOVE "Y" TO TransferAvailFlag
           END-IF.
       CheckOverrideCode.
           MOVE "N" TO OverrideValidFlag
           IF TxnOverrideCode NOT = SPACES
           END-PERFORM.
       CheckOnePrereq.
           PERFORM SearchPassingGrade
           IF NOT PrereqSatisfied
              PERFORM SearchTransferCredit
           END-IF
           IF NOT PrereqSatisfied
              MOVE "N" TO TxnValidFlag
              IF RejectReason = SPACES
                    END-IF
              END-READ
           END-PERFORM.
       SearchTransferCredit.
           MOVE "N" TO EndOfPrereqScanFlag
           IF NOT TransferAvailable
              MOVE "Y" TO EndOfPrereqScanFlag
           ELSE
              MOVE StudentId OF TxnStudent TO XfrStudentId
              MOVE PrereqCheckCourse TO XfrCourseCode
              MOVE LOW-VALUES TO XfrInstitution, XfrExtCourse
              START TransferFile KEY IS NOT LESS THAN XfrKey
                 INVALID KEY MOVE "Y" TO EndOfPrereqScanFlag
              END-START
           END-IF
           PERFORM UNTIL EndOfPrereqScan
              READ TransferFile NEXT
                 AT END MOVE "Y" TO EndOfPrereqScanFlag
                 NOT AT END
                    IF XfrStudentId NOT =
                       StudentId OF TxnStudent
                       OR XfrCourseCode NOT = PrereqCheckCourse
                       MOVE "Y" TO EndOfPrereqScanFlag
                    ELSE
                       IF XfrPassingMark
                          MOVE "Y" TO PrereqSatisfiedFlag
                          MOVE "Y" TO EndOfPrereqScanFlag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       ValidateNameCharacters.
           MOVE "Y" TO NameCharsValidFlag
           PERFORM VARYING NameCharIdx FROM 1 BY 1
