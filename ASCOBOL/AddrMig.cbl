           MOVE OldAddrDoNotMail  TO AddrDoNotMail
           MOVE OldAddrDoNotEmail TO AddrDoNotEmail
           MOVE OldAddrDeceased   TO AddrDeceasedFlag
           MOVE "N"               TO AddrMailBadFlag
           MOVE ZERO              TO AddrMailBadDate
           MOVE "N"               TO AddrEmailBadFlag
           MOVE ZERO              TO AddrEmailBadDate
           WRITE AddressRecord
           ADD 1 TO MigratedCount
           IF ParseOk
