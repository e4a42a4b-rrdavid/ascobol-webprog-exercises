       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVGRADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldGradeFile ASSIGN TO "GRADES.OLD"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS OldGradeKey
                      FILE STATUS IS OldGradeStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS GradeKey
                      FILE STATUS IS GradeFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OldGradeFile.
           01  OldGradeRecord.
               88  EndOfOldGrades   VALUE HIGH-VALUES.
               02  OldGradeKey      PIC X(16).
               02  OldGradeMark     PIC XX.
       FD  GradeFile.
           01  GradeRecord.
               COPY GRADCPY.
       WORKING-STORAGE SECTION.
       01  OldGradeStatus       PIC XX.
       01  GradeFileStatus      PIC XX.
       01  ConversionCount      PIC 9(7) VALUE ZERO.
       01  SkippedCount         PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT OldGradeFile
           IF OldGradeStatus NOT = "00"
              DISPLAY "Old grade file not available - "
                      OldGradeStatus
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT GradeFile
           IF GradeFileStatus NOT = "00"
              DISPLAY "Grade file not available - "
                      GradeFileStatus
              CLOSE OldGradeFile
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           READ OldGradeFile
             AT END SET EndOfOldGrades TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldGrades
              PERFORM ConvertOneGrade
              READ OldGradeFile
                AT END SET EndOfOldGrades TO TRUE
              END-READ
           END-PERFORM
           CLOSE OldGradeFile, GradeFile
           DISPLAY "Converted " ConversionCount " grade records"
           IF SkippedCount > ZERO
              DISPLAY "Skipped   " SkippedCount " grade records"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
       ConvertOneGrade.
           MOVE OldGradeKey  TO GradeKey
           MOVE OldGradeMark TO GradeMark
           MOVE SPACES       TO GradeSection
           WRITE GradeRecord
              INVALID KEY
                 DISPLAY "Grade not converted - " OldGradeKey
                         " status " GradeFileStatus
                 ADD 1 TO SkippedCount
              NOT INVALID KEY
                 ADD 1 TO ConversionCount
           END-WRITE.
       END PROGRAM CNVGRADE.
