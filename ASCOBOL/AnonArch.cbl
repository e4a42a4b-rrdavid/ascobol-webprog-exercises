       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveFile ASSIGN TO "STUDENTS.ARCHIVE"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NewArchiveFile ASSIGN TO "ARCHIVE.NEW"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchiveFile.
           01  ArchiveRecord.
               COPY STUDCPY REPLACING EndOfStudentFile BY
                                        ArchStudentWithdrawn
                                      StudentGraduated BY
                                        ArchStudentGraduated.
           01  ArchiveDatedRecord.
               02  FILLER           PIC X(84).
               02  ArchPurgeDate    PIC 9(8).
       FD  NewArchiveFile.
           01  NewArchiveRecord     PIC X(92).
       FD  AnonymizeReportFile.
           01  AnonymizeReportLine  PIC X(60).
       WORKING-STORAGE SECTION.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  AsOfDate             PIC 9(8).
           CLOSE ArchiveFile, NewArchiveFile, AnonymizeReportFile
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
