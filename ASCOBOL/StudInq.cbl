           SELECT NameHistoryFile ASSIGN TO "NAMEHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS NameHistoryStatus.
           SELECT AdviseeFile ASSIGN TO "ADVISEE.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AdviseeFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InstructorFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  NameHistoryFile.
           01  NameHistoryRecord.
               COPY NAMECPY.
       FD  AdviseeFile.
           01  AdviseeRecord.
               COPY ADVCPY.
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
           02  OnlGender        PIC X.
               88  OnlRecognizedGender VALUE "M", "m", "F", "f",
                                         "X", "x".
       01  OnlineBeforeImage    PIC X(94).
       01  OnlineBeforeFields REDEFINES OnlineBeforeImage.
           02  FILLER           PIC X(7).
           02  OBeforeSurname   PIC X(25).
           02  OBeforeGivenNames PIC X(15).
           02  FILLER           PIC X(47).
       01  NameHistoryStatus    PIC XX.
       01  AdviseeFileStatus    PIC XX.
       01  InstructorFileStatus PIC XX.
       01  InquiryAdvisorId     PIC 9(5).
       01  InquiryAdvisorName   PIC X(30).
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "STUDINQ".
              END-PERFORM
              CLOSE NameHistoryFile
           END-IF.
       DisplayStudentAdvisor.
           MOVE ZERO TO InquiryAdvisorId
           MOVE "none" TO InquiryAdvisorName
           ACCEPT InquiryRunDate FROM DATE YYYYMMDD
           OPEN INPUT AdviseeFile
           IF AdviseeFileStatus = "00"
              READ AdviseeFile
                AT END SET EndOfAdviseeFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAdviseeFile
                 IF AdvStudentId = StudentId OF StudentDetails
                    AND AdvEffDate <= InquiryRunDate
                    AND (AdvEndDate = ZERO
                         OR AdvEndDate > InquiryRunDate)
                    MOVE AdvInstrId TO InquiryAdvisorId
                 END-IF
                 READ AdviseeFile
                   AT END SET EndOfAdviseeFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AdviseeFile
           END-IF
           IF InquiryAdvisorId NOT = ZERO
              MOVE "unassigned" TO InquiryAdvisorName
              OPEN INPUT InstructorFile
              IF InstructorFileStatus = "00"
                 READ InstructorFile
                   AT END SET EndOfInstructorFile TO TRUE
                 END-READ
                 PERFORM UNTIL EndOfInstructorFile
                    IF InstrId = InquiryAdvisorId
                       MOVE InstrName TO InquiryAdvisorName
                    END-IF
                    READ InstructorFile
                      AT END SET EndOfInstructorFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE InstructorFile
              END-IF
           END-IF
           DISPLAY "Advisor    - " InquiryAdvisorName.
       DisplayStudentDetails.
           DISPLAY "StudentId  - " StudentId.
           DISPLAY "Surname    - " Surname.
           DISPLAY "DateOfBirth- " YOBirth "-" MOBirth "-" DOBirth.
           DISPLAY "CourseCode - " CourseCode.
           DISPLAY "Gender     - " Gender.
           PERFORM DisplayStudentAdvisor.
           MOVE OtherCourseCount TO InquiryCourseLimit
           IF InquiryCourseLimit > 4
              MOVE 4 TO InquiryCourseLimit
