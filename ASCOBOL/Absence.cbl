       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendanceFile ASSIGN TO "ATTEND.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AttendanceFileStatus.
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AttendanceFile.
           01  AttendanceRecord.
               88  EndOfAttendance  VALUE HIGH-VALUES.
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AttendanceFileStatus PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  AbsenceThreshold     PIC 99 VALUE 3.
       01  AbsenceTable.
           02  AbsenceEntry OCCURS 500 TIMES INDEXED BY AbsIdx.
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckAttendControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "ABSENCE-THRESHOLD" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO AbsenceThreshold
           END-IF.
       CountAbsences.
           OPEN INPUT AttendanceFile
