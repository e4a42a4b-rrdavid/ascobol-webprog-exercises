       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVADDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldAddressFile ASSIGN TO "ADDRESS.OLD"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS OldAddrStudentId
                      FILE STATUS IS OldAddressStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OldAddressFile.
           01  OldAddressRecord.
               88  EndOfOldAddress  VALUE HIGH-VALUES.
               02  OldAddrStudentId PIC 9(7).
               02  FILLER           PIC X(156).
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       WORKING-STORAGE SECTION.
       01  OldAddressStatus     PIC XX.
       01  AddressFileStatus    PIC XX.
       01  ConversionCount      PIC 9(7) VALUE ZERO.
       01  SkippedCount         PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT OldAddressFile
           IF OldAddressStatus NOT = "00"
              DISPLAY "Old address file not available - "
                      OldAddressStatus
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT AddressFile
           IF AddressFileStatus NOT = "00"
              DISPLAY "Address file not available - "
                      AddressFileStatus
              CLOSE OldAddressFile
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           READ OldAddressFile
             AT END SET EndOfOldAddress TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldAddress
              PERFORM ConvertOneAddress
              READ OldAddressFile
                AT END SET EndOfOldAddress TO TRUE
              END-READ
           END-PERFORM
           CLOSE OldAddressFile, AddressFile
           DISPLAY "Converted " ConversionCount " address records"
           IF SkippedCount > ZERO
              DISPLAY "Skipped   " SkippedCount " address records"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
       ConvertOneAddress.
           MOVE OldAddressRecord TO AddressRecord
           MOVE "N"              TO AddrMailBadFlag
           MOVE ZERO             TO AddrMailBadDate
           MOVE SPACES           TO AddrMailBadReason
           MOVE "N"              TO AddrEmailBadFlag
           MOVE ZERO             TO AddrEmailBadDate
           MOVE SPACES           TO AddrEmailBadReason
           WRITE AddressRecord
              INVALID KEY
                 DISPLAY "Address not converted - " OldAddrStudentId
                         " status " AddressFileStatus
                 ADD 1 TO SkippedCount
              NOT INVALID KEY
                 ADD 1 TO ConversionCount
           END-WRITE.
       END PROGRAM CNVADDR.
