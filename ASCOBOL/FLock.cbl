           01  AuditLogRecord.
               88  EndOfAuditLog    VALUE HIGH-VALUES.
               COPY AUDITCPY.
           01  AuditDetailRecord.
               COPY AUDDCPY.
       WORKING-STORAGE SECTION.
       01  LockFileStatus       PIC XX.
       01  AuditLogFileStatus   PIC XX.
