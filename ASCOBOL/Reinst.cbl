                                      OtherCourses BY ArchOtherCourses
                                      OtherCourseCode BY
                                        ArchOtherCourseCode.
           01  ArchiveDatedRecord.
               02  FILLER           PIC X(84).
               02  ArchPurgeDate    PIC 9(8).
       FD  NewArchiveFile.
           01  NewArchiveRecord     PIC X(92).
       FD  StudentFile.
              WRITE NewArchiveRecord FROM ArchiveRecord
           ELSE
              MOVE ArchiveRecord TO StudentDetails
              MOVE SPACES TO CourseSection OF StudentDetails
              MOVE SPACES TO OtherCourseSections OF StudentDetails
              WRITE StudentDetails
                 INVALID KEY
                    PERFORM ReportIdOccupied
