       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "HOLD.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HoldKey
                      FILE STATUS IS HoldFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  HoldFile.
           01  HoldRecord.
               COPY HOLDCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "HOLDCHK".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  HoldFileStatus       PIC XX.
       01  HoldCheckDate        PIC 9(8).
       01  EndOfHoldScanFlag    PIC X.
           88  EndOfHoldScan    VALUE "Y".
       LINKAGE SECTION.
       01  HchStudentId         PIC 9(7).
       01  HchAction            PIC X.
           88  HchRegistration  VALUE "R".
           88  HchTranscript    VALUE "T".
           88  HchDiploma       VALUE "D".
           88  HchCertifiedFunds VALUE "C".
       01  HchResult            PIC X.
       01  HchHoldType          PIC X(3).
       01  HchHoldOffice        PIC X(4).
       PROCEDURE DIVISION USING HchStudentId, HchAction, HchResult,
                                HchHoldType, HchHoldOffice.
       Begin.
           MOVE "N" TO HchResult
           MOVE SPACES TO HchHoldType, HchHoldOffice
           ACCEPT HoldCheckDate FROM DATE YYYYMMDD
           MOVE "N" TO EndOfHoldScanFlag
           OPEN INPUT HoldFile
           IF HoldFileStatus = "35"
              GOBACK
           END-IF
           IF HoldFileStatus NOT = "00"
              MOVE "HOLD.DAT" TO ErrorFileName
              MOVE HoldFileStatus TO ErrorFileStatus
              CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                                  ErrorFileStatus
              MOVE "Y" TO HchResult
              MOVE "ERR" TO HchHoldType
              MOVE "FILE" TO HchHoldOffice
              GOBACK
           END-IF
           MOVE HchStudentId TO HoldStudentId
           MOVE LOW-VALUES TO HoldType, HoldOffice
           MOVE ZERO TO HoldPlacedDate
           START HoldFile KEY IS NOT LESS THAN HoldKey
              INVALID KEY MOVE "Y" TO EndOfHoldScanFlag
           END-START
           PERFORM UNTIL EndOfHoldScan
              READ HoldFile NEXT
                 AT END MOVE "Y" TO EndOfHoldScanFlag
                 NOT AT END
                    IF HoldStudentId NOT = HchStudentId
                       MOVE "Y" TO EndOfHoldScanFlag
                    ELSE
                       PERFORM CheckOneHold
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HoldFile
           GOBACK.
       CheckOneHold.
           IF HoldReleasedDate = ZERO
              AND HoldPlacedDate <= HoldCheckDate
              IF (HchRegistration AND HoldBlocksRegistration)
                 OR (HchTranscript AND HoldBlocksTranscript)
                 OR (HchDiploma AND HoldBlocksDiploma)
                 OR (HchCertifiedFunds AND HoldCertifiedFunds)
                 MOVE "Y" TO HchResult
                 MOVE HoldType TO HchHoldType
                 MOVE HoldOffice TO HchHoldOffice
                 MOVE "Y" TO EndOfHoldScanFlag
              END-IF
           END-IF.
       END PROGRAM HOLDCHK.
