                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
           SELECT TransferFile ASSIGN TO "XFERCRED.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS XfrKey
                      FILE STATUS IS TransferFileStatus.
           SELECT AuditReportFile ASSIGN TO "GRADAUD.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PurgeListFile ASSIGN TO "GRADELIG.DAT"
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       FD  TransferFile.
           01  TransferRecord.
               COPY XFERCPY.
       FD  AuditReportFile.
           01  AuditReportLine      PIC X(60).
       FD  PurgeListFile.
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  TransferFileStatus   PIC XX.
       01  TransferAvailFlag    PIC X VALUE "N".
           88  TransferAvailable VALUE "Y".
       01  RequirementTable.
           02  RequirementEntry OCCURS 200 TIMES INDEXED BY ReqIdx.
               03  ReqTabCourseOfStudy  PIC X(4).
              MOVE GradeFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN INPUT TransferFile
           IF TransferFileStatus = "00"
              MOVE "Y" TO TransferAvailFlag
           END-IF
           OPEN OUTPUT AuditReportFile
           OPEN OUTPUT PurgeListFile
           WRITE AuditReportLine FROM AuditHeadingLine
                  AFTER ADVANCING 1 LINES
           CLOSE CandidateFile, StudentFile, GradeFile,
                 AuditReportFile, PurgeListFile
           IF TransferAvailable
              CLOSE TransferFile
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                    END-IF
              END-READ
           END-PERFORM
           IF NOT PassingGradeFound AND TransferAvailable
              PERFORM SearchTransferCredit
           END-IF
           IF NOT PassingGradeFound
              ADD 1 TO CandidateMissingCount
              MOVE ReqTabRequiredCourse(ReqIdx)
              WRITE AuditReportLine FROM AuditMissingLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       SearchTransferCredit.
           MOVE "N" TO EndOfCourseGrades
           MOVE CandStudentId TO XfrStudentId
           MOVE ReqTabRequiredCourse(ReqIdx) TO XfrCourseCode
           MOVE LOW-VALUES TO XfrInstitution, XfrExtCourse
           START TransferFile KEY IS NOT LESS THAN XfrKey
              INVALID KEY MOVE "Y" TO EndOfCourseGrades
           END-START
           PERFORM UNTIL NoMoreCourseGrades
              READ TransferFile NEXT RECORD
                 AT END MOVE "Y" TO EndOfCourseGrades
                 NOT AT END
                    IF XfrStudentId NOT = CandStudentId
                       OR XfrCourseCode NOT =
                          ReqTabRequiredCourse(ReqIdx)
                       MOVE "Y" TO EndOfCourseGrades
                    ELSE
                       IF XfrPassingMark
                          MOVE "Y" TO PassFoundFlag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       END PROGRAM GRADAUD.
