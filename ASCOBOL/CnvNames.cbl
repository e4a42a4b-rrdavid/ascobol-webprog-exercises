                                        NewArchOtherCourses
                                      OtherCourseCode BY
                                        NewArchOtherCourseCode.
           01  NewArchiveDatedRecord.
               02  FILLER           PIC X(84).
               02  NewArchPurgeDate PIC 9(8).
       WORKING-STORAGE SECTION.
       01  OldStudentExtractStatus PIC XX.
       01  OldArchiveFileStatus    PIC XX.
                                        TO NewArchOtherCourseCount
                 MOVE OldArchOtherCourses TO NewArchOtherCourses
                 MOVE ZERO TO NewArchPurgeDate
                 WRITE NewArchiveDatedRecord
                 ADD 1 TO ArchiveConvertedCount
                 READ OldArchiveFile
                   AT END SET EndOfOldArchive TO TRUE
