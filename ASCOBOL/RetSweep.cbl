       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GenerationLogFile ASSIGN TO "GENLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS GenerationLogStatus.
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GenerationLogFile.
           01  GenerationLogRecord.
               88  EndOfGenerationLog VALUE HIGH-VALUES.
       FD  SweepReportFile.
           01  SweepReportLine      PIC X(60).
       WORKING-STORAGE SECTION.
       01  GenerationLogStatus  PIC XX.
       01  ExpiredFileStatus    PIC XX.
       01  ExpiredFileName      PIC X(30).
       01  ParameterRequest.
           COPY PARMRCPY.
       01  KeepCount            PIC 99 VALUE 7.
       01  GenerationTable.
           02  GenerationEntry OCCURS 500 TIMES INDEXED BY GenIdx
           CLOSE SweepReportFile
           GOBACK.
       CheckRetainControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "GENERATIONS-KEPT" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO KeepCount
           END-IF.
       LoadGenerationLog.
           OPEN INPUT GenerationLogFile
