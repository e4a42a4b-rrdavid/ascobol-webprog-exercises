       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisclosureLogFile ASSIGN TO "DISCLOG.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DisclosureLogStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS OperatorFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  DisclosureLogFile.
           01  DisclosureLogRecord  PIC X(92).
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       WORKING-STORAGE SECTION.
       01  DisclosureLogStatus  PIC XX.
       01  OperatorFileStatus   PIC XX.
       01  OperatorReadFlag     PIC X VALUE "N".
           88  OperatorRead     VALUE "Y".
       01  CurrentOperatorId    PIC X(8) VALUE SPACES.
       LINKAGE SECTION.
       01  DisclosureEntry.
           COPY DISCCPY.
       PROCEDURE DIVISION USING DisclosureEntry.
       Begin.
           IF DlgDiscDate NOT NUMERIC OR DlgDiscDate = ZERO
              ACCEPT DlgDiscDate FROM DATE YYYYMMDD
           END-IF
           IF DlgDiscTime NOT NUMERIC OR DlgDiscTime = ZERO
              ACCEPT DlgDiscTime FROM TIME
           END-IF
           IF DlgUserId = SPACES
              PERFORM GetOperatorId
              MOVE CurrentOperatorId TO DlgUserId
           END-IF
           OPEN EXTEND DisclosureLogFile
           IF DisclosureLogStatus = "35"
              OPEN OUTPUT DisclosureLogFile
           END-IF
           WRITE DisclosureLogRecord FROM DisclosureEntry
           CLOSE DisclosureLogFile
           GOBACK.
       GetOperatorId.
           IF NOT OperatorRead
              MOVE "Y" TO OperatorReadFlag
              OPEN INPUT OperatorFile
              IF OperatorFileStatus = "00"
                 READ OperatorFile
                   AT END CONTINUE
                   NOT AT END MOVE OprUserId TO CurrentOperatorId
                 END-READ
                 CLOSE OperatorFile
              END-IF
              IF CurrentOperatorId = SPACES
                 MOVE "BATCH" TO CurrentOperatorId
              END-IF
           END-IF.
       END PROGRAM DISCLOG.
