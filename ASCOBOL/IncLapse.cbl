       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IncompleteFile ASSIGN TO "INCOMPLT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS IncompleteFileStatus.
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IncompleteFile.
           01  IncompleteRecord.
               88  EndOfIncompleteFile VALUE HIGH-VALUES.
       01  ErrorProgramName     PIC X(10) VALUE "INCLAPSE".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  IncompleteFileStatus PIC XX.
       01  GradeFileStatus      PIC XX.
       01  RunControlFound      PIC X VALUE "N".
           MOVE 12 TO RETURN-CODE
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
