       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterMasterFile ASSIGN TO "PARMMST.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ParmKey
                      FILE STATUS IS ParameterMasterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  ParameterMasterFile.
           01  ParameterRecord.
               COPY PARMCPY.
       WORKING-STORAGE SECTION.
       01  ParameterMasterStatus PIC XX.
       01  LookupAsOfDate       PIC 9(8).
       LINKAGE SECTION.
       01  ParameterRequest.
           COPY PARMRCPY.
       PROCEDURE DIVISION USING ParameterRequest.
       Begin.
           MOVE "N" TO ParmReqFoundFlag
           MOVE SPACES TO ParmReqValue
           IF ParmReqAsOfDate NUMERIC AND ParmReqAsOfDate > ZERO
              MOVE ParmReqAsOfDate TO LookupAsOfDate
           ELSE
              ACCEPT LookupAsOfDate FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT ParameterMasterFile
           IF ParameterMasterStatus NOT = "00"
              GOBACK
           END-IF
           MOVE ParmReqName TO ParmName
           MOVE ZERO TO ParmEffectiveDate
           START ParameterMasterFile KEY IS NOT LESS THAN ParmKey
              INVALID KEY SET EndOfParameterMaster TO TRUE
           END-START
           IF NOT EndOfParameterMaster
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfParameterMaster
                   OR ParmName NOT = ParmReqName
                   OR ParmEffectiveDate > LookupAsOfDate
              MOVE ParmValue TO ParmReqValue
              MOVE "Y" TO ParmReqFoundFlag
              READ ParameterMasterFile NEXT
                AT END SET EndOfParameterMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE ParameterMasterFile
           GOBACK.
       END PROGRAM PARMGET.
