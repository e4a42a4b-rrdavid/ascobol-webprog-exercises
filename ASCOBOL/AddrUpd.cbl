           02  AddrChangedCount PIC 9(4) VALUE ZERO.
           02  AddrDeletedCount PIC 9(4) VALUE ZERO.
           02  AddrFlaggedCount PIC 9(4) VALUE ZERO.
           02  AddrClearedCount PIC 9(4) VALUE ZERO.
           02  AddrErrorCount   PIC 9(4) VALUE ZERO.
       01  AddressAddedLine.
           02  FILLER           PIC X(10) VALUE "Added    -".
       01  AddressFlaggedLine.
           02  FILLER           PIC X(10) VALUE "Flagged  -".
           02  PrnAddrFlaggedId PIC 9(7).
       01  AddressClearedLine.
           02  FILLER           PIC X(10) VALUE "Cleared  -".
           02  PrnAddrClearedId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnAddrClearedText PIC X(30).
       01  PriorAddressFlag     PIC X VALUE "N".
           88  PriorAddressFound VALUE "Y".
       01  PriorAddressFields.
           02  PriorLine1       PIC X(30).
           02  PriorCity        PIC X(20).
           02  PriorRegion      PIC X(3).
           02  PriorPostalCode  PIC X(10).
           02  PriorEmail       PIC X(40).
           02  PriorMailBadFlag PIC X.
               88  PriorMailBad VALUE "Y".
           02  PriorMailBadDate PIC 9(8).
           02  PriorMailBadReason PIC XX.
           02  PriorEmailBadFlag PIC X.
               88  PriorEmailBad VALUE "Y".
           02  PriorEmailBadDate PIC 9(8).
           02  PriorEmailBadReason PIC XX.
       01  AddressErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnAddrErrorId   PIC 9(7).
                       ADD 1 TO AddrAddedCount
                 END-WRITE
              WHEN ATxnChange
                 PERFORM SavePriorAddress
                 PERFORM BuildAddressRecord
                 PERFORM CarryBadAddressFlags
                 REWRITE AddressRecord
                    INVALID KEY
                       MOVE ATxnStudentId TO PrnAddrErrorId
                 WRITE AddressReportLine FROM AddressFlaggedLine
                 ADD 1 TO AddrFlaggedCount
           END-READ.
       SavePriorAddress.
           MOVE "N" TO PriorAddressFlag
           MOVE ATxnStudentId TO AddrStudentId
           READ AddressFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO PriorAddressFlag
                 MOVE AddrLine1          TO PriorLine1
                 MOVE AddrCity           TO PriorCity
                 MOVE AddrRegion         TO PriorRegion
                 MOVE AddrPostalCode     TO PriorPostalCode
                 MOVE AddrEmail          TO PriorEmail
                 MOVE AddrMailBadFlag    TO PriorMailBadFlag
                 MOVE AddrMailBadDate    TO PriorMailBadDate
                 MOVE AddrMailBadReason  TO PriorMailBadReason
                 MOVE AddrEmailBadFlag   TO PriorEmailBadFlag
                 MOVE AddrEmailBadDate   TO PriorEmailBadDate
                 MOVE AddrEmailBadReason TO PriorEmailBadReason
           END-READ.
       CarryBadAddressFlags.
           IF PriorAddressFound AND PriorMailBad
              IF AddrLine1 = PriorLine1 AND AddrCity = PriorCity
                 AND AddrRegion = PriorRegion
                 AND AddrPostalCode = PriorPostalCode
                 MOVE PriorMailBadFlag   TO AddrMailBadFlag
                 MOVE PriorMailBadDate   TO AddrMailBadDate
                 MOVE PriorMailBadReason TO AddrMailBadReason
              ELSE
                 MOVE ATxnStudentId TO PrnAddrClearedId
                 MOVE "returned mail flag" TO PrnAddrClearedText
                 WRITE AddressReportLine FROM AddressClearedLine
                 ADD 1 TO AddrClearedCount
              END-IF
           END-IF
           IF PriorAddressFound AND PriorEmailBad
              IF AddrEmail = PriorEmail
                 MOVE PriorEmailBadFlag   TO AddrEmailBadFlag
                 MOVE PriorEmailBadDate   TO AddrEmailBadDate
                 MOVE PriorEmailBadReason TO AddrEmailBadReason
              ELSE
                 MOVE ATxnStudentId TO PrnAddrClearedId
                 MOVE "bounced email flag" TO PrnAddrClearedText
                 WRITE AddressReportLine FROM AddressClearedLine
                 ADD 1 TO AddrClearedCount
              END-IF
           END-IF.
       BuildAddressRecord.
           MOVE SPACES TO AddressRecord
           MOVE ATxnStudentId      TO AddrStudentId
           MOVE ATxnEmergencyPhone TO AddrEmergencyPhone
           MOVE ATxnDoNotMail      TO AddrDoNotMail
           MOVE ATxnDoNotEmail     TO AddrDoNotEmail
           MOVE ATxnDeceased       TO AddrDeceasedFlag
           MOVE "N"                TO AddrMailBadFlag
           MOVE ZERO               TO AddrMailBadDate
           MOVE "N"                TO AddrEmailBadFlag
           MOVE ZERO               TO AddrEmailBadDate.
       END PROGRAM ADDRUPD.
