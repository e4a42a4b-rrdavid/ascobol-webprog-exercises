       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      FILE STATUS IS GenerationLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       01  ErrorProgramName     PIC X(10) VALUE "SNAPBACK".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  LedgerFileStatus     PIC XX.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO BackupRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT BackupRunDate FROM DATE YYYYMMDD
