                                        ArchPrivacyFlag
                                      PrivacyRestricted BY
                                        ArchPrivacyRestricted.
           01  ArchiveDatedRecord.
               02  FILLER           PIC X(84).
               02  ArchPurgeDate    PIC 9(8).
       FD  PurgeReportFile.
           01  PurgeReportLine      PIC X(60).
       WORKING-STORAGE SECTION.
           MOVE StudentStatus    TO ArchStudentStatus
           MOVE PrivacyFlag      TO ArchPrivacyFlag
           MOVE PurgeRunDate     TO ArchPurgeDate
           WRITE ArchiveDatedRecord
           MOVE StudentId TO PrnPurgedStudentId
           WRITE PurgeReportLine FROM PurgeDetailLine
           ADD 1 TO PurgedStudentCount
