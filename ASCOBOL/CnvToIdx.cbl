       FILE SECTION.
       FD  StudentExtract.
           01  ExtractDetails.
               88  EndOfStudentExtract VALUE HIGH-VALUES.
               02  ExtStudentId     PIC 9(7).
               02  FILLER           PIC X(77).
       SD  SortFile.
           01  SortRecord.
               COPY STUDCPY REPLACING EndOfStudentFile BY
           END-READ
           PERFORM UNTIL EndOfStudentExtract
              MOVE ExtractDetails TO SortRecord
              MOVE SPACES TO CourseSection OF SortRecord
              MOVE SPACES TO OtherCourseSections OF SortRecord
              RELEASE SortRecord
              READ StudentExtract
                AT END SET EndOfStudentExtract TO TRUE
