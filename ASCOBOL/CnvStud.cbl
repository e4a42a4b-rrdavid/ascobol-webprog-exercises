       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVSTUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldStudentFile ASSIGN TO "STUDENTS.OLD"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS OldStudentId
                      ALTERNATE RECORD KEY IS OldStudentName
                        WITH DUPLICATES
                      FILE STATUS IS OldStudentStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OldStudentFile.
           01  OldStudentRecord.
               88  EndOfOldStudents VALUE HIGH-VALUES.
               02  OldStudentId     PIC 9(7).
               02  OldStudentName   PIC X(40).
               02  FILLER           PIC X(37).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       WORKING-STORAGE SECTION.
       01  OldStudentStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  ConversionCount      PIC 9(7) VALUE ZERO.
       01  SkippedCount         PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT OldStudentFile
           IF OldStudentStatus NOT = "00"
              DISPLAY "Old student file not available - "
                      OldStudentStatus
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT StudentFile
           IF StudentFileStatus NOT = "00"
              DISPLAY "Student file not available - "
                      StudentFileStatus
              CLOSE OldStudentFile
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           READ OldStudentFile
             AT END SET EndOfOldStudents TO TRUE
           END-READ
           PERFORM UNTIL EndOfOldStudents
              PERFORM ConvertOneStudent
              READ OldStudentFile
                AT END SET EndOfOldStudents TO TRUE
              END-READ
           END-PERFORM
           CLOSE OldStudentFile, StudentFile
           DISPLAY "Converted " ConversionCount " student records"
           IF SkippedCount > ZERO
              DISPLAY "Skipped   " SkippedCount " student records"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
       ConvertOneStudent.
           MOVE OldStudentRecord TO StudentDetails
           MOVE SPACES TO CourseSection
           MOVE SPACES TO OtherCourseSections
           WRITE StudentDetails
              INVALID KEY
                 DISPLAY "Student not converted - " OldStudentId
                         " status " StudentFileStatus
                 ADD 1 TO SkippedCount
              NOT INVALID KEY
                 ADD 1 TO ConversionCount
           END-WRITE.
       END PROGRAM CNVSTUD.
