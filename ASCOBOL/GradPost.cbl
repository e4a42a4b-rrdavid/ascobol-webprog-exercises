               02  GTxnChangeCode   PIC X.
                   88  GTxnChange   VALUE "C", "c".
               02  GTxnAuthUserId   PIC X(8).
               02  GTxnSection      PIC X(2).
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
           88  TxnTermCodeValid VALUE "Y".
       01  EnrollCheckIdx       PIC 9.
       01  EnrollCheckLimit     PIC 9.
       01  EnrolledSection      PIC X(2).
       01  EnrolledCourseFlag   PIC X VALUE "N".
           88  EnrolledInCourse VALUE "Y".
       01  GradeTotals.
           02  PostedGradeCount PIC 9(6) VALUE ZERO.
           02  RejectedGradeCount PIC 9(6) VALUE ZERO.
                 MOVE "Y" TO StudentFoundFlag
                 PERFORM CheckEnrollment
                 IF NOT EnrollmentFound
                    IF EnrolledInCourse
                       MOVE "not enrolled in section"
                                       TO PrnGradeExcText
                    ELSE
                       MOVE "not enrolled in course"
                                       TO PrnGradeExcText
                    END-IF
                    PERFORM WriteGradeException
                 END-IF
           END-READ
              END-EVALUATE
           END-IF.
       CheckEnrollment.
           MOVE "N" TO EnrolledCourseFlag
           MOVE SPACES TO EnrolledSection
           IF CourseCode = GTxnCourseCode
              MOVE "Y" TO EnrolledCourseFlag
              IF GTxnSection = SPACES
                 OR GTxnSection = CourseSection
                 MOVE "Y" TO EnrollmentFoundFlag
                 MOVE CourseSection TO EnrolledSection
              END-IF
           END-IF
           MOVE OtherCourseCount TO EnrollCheckLimit
           IF EnrollCheckLimit > 4
           PERFORM VARYING EnrollCheckIdx FROM 1 BY 1
                   UNTIL EnrollCheckIdx > EnrollCheckLimit
              IF OtherCourseCode(EnrollCheckIdx) = GTxnCourseCode
                 MOVE "Y" TO EnrolledCourseFlag
                 IF GTxnSection = SPACES
                    OR GTxnSection = OtherCourseSection(EnrollCheckIdx)
                    MOVE "Y" TO EnrollmentFoundFlag
                    MOVE OtherCourseSection(EnrollCheckIdx)
                                    TO EnrolledSection
                 END-IF
              END-IF
           END-PERFORM.
       WriteGradeMaster.
           MOVE GTxnCourseCode TO GradeCourseCode
           MOVE GTxnTermCode   TO GradeTermCode
           MOVE GTxnGradeMark  TO GradeMark
           MOVE EnrolledSection TO GradeSection
           WRITE GradeRecord
              INVALID KEY
                 MOVE "already posted, needs change"
