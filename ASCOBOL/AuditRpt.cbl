           01  AuditLogRecord.
               88  EndOfAuditLog    VALUE HIGH-VALUES.
               COPY AUDITCPY.
           01  AuditDetailRecord.
               COPY AUDDCPY.
       FD  AuditArchiveFile.
           01  AuditArchiveRecord   PIC X(121).
       FD  AnalysisReportFile.
           01  AnalysisReportLine   PIC X(80).
       WORKING-STORAGE SECTION.
                AT END SET EndOfAuditLog TO TRUE
              END-READ
              PERFORM UNTIL EndOfAuditLog
                 WRITE AuditArchiveRecord FROM AuditDetailRecord
                 READ AuditLogFile
                   AT END SET EndOfAuditLog TO TRUE
                 END-READ
