       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BirthdayFile ASSIGN TO BirthdayFileName
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS BirthdayFileStatus.
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BirthdayFile.
           01  BirthdayExtractLine.
               88  EndOfBirthdayFile VALUE HIGH-VALUES.
       01  ErrorProgramName     PIC X(10) VALUE "MAILSORT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  MailRunDate          PIC 9(8).
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO MailRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT MailRunDate FROM DATE YYYYMMDD
