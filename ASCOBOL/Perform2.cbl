                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OverdueExtractFile.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       FD  CollectionsFile.
           01  CollectionsLine.
               02  CollStudentId        PIC 9(7).
           88  EndOfNoticeSort          VALUE "Y".
       01  CollectionsCount             PIC 9(4) VALUE ZERO.
       01  AddressFileStatus            PIC XX.
       01  AddrNeedStatus               PIC XX.
       01  AddrNeededCount              PIC 9(4) VALUE ZERO.
       01  NoticeRunDate                PIC 9(8).
       01  AddressMasterOpenFlag        PIC X VALUE "N".
           88  AddressMasterOpen        VALUE "Y".
       01  NoticeAddressLine.
       MAIN-PROCEDURE.
           Begin.
                PERFORM LoadOverdueTable
                ACCEPT NoticeRunDate FROM DATE YYYYMMDD
                OPEN INPUT AddressFile
                OPEN EXTEND AddrNeedFile
                IF AddrNeedStatus = "35"
                   OPEN OUTPUT AddrNeedFile
                END-IF
                IF AddressFileStatus = "00"
                   MOVE "Y" TO AddressMasterOpenFlag
                END-IF
                   ON ASCENDING KEY NSortPostalCode
                   INPUT PROCEDURE IS ReleasePastDueItems
                   OUTPUT PROCEDURE IS PrintSortedNotices
                CLOSE NoticeFile, CollectionsFile, AddrNeedFile
                IF AddressMasterOpen
                   CLOSE AddressFile
                END-IF
                        NoticedStudentCount
                DISPLAY "Notices suppressed    - "
                        SuppressedNoticeCount
                DISPLAY "Addresses needed      - "
                        AddrNeededCount
                DISPLAY "Collections referrals - "
                        CollectionsCount.
                GOBACK.
                     NOT INVALID KEY
                        IF DoNotMailSet OR AddrDeceased
                           MOVE "Y" TO NoticeSuppressFlag
                        ELSE
                           IF AddrMailBad
                              MOVE "Y" TO NoticeSuppressFlag
                              PERFORM WriteNoticeAddrNeeded
                           END-IF
                        END-IF
                  END-READ
               END-IF.
           WriteNoticeAddrNeeded.
               MOVE SPACES TO AddrNeedRecord
               MOVE OvdExtStudentId   TO AnwStudentId
               MOVE "PERFORM2"        TO AnwProgramName
               MOVE "OVERDUE NOTICE"  TO AnwDocument
               MOVE NoticeRunDate     TO AnwListedDate
               MOVE AddrMailBadReason TO AnwReason
               WRITE AddrNeedRecord
               ADD 1 TO AddrNeededCount.
           PrintNoticeHeader.
               MOVE OvdExtStudentId TO PrnNoticeStudentId
               MOVE OvdExtSurname   TO PrnNoticeSurname
