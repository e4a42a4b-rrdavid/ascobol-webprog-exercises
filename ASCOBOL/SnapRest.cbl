                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT OpenItemFile ASSIGN TO "OPENITEM.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS OpenItemKey
                      FILE STATUS IS OpenItemStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENCPY.
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       01  StudentFileStatus    PIC XX.
       01  GradeFileStatus      PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  OpenItemStatus       PIC XX.
       01  AddressFileStatus    PIC XX.
       01  GuardianMasterStatus PIC XX.
       01  JournalFileStatus    PIC XX.
                AT END SET EndOfSnapshot TO TRUE
              END-READ
           END-PERFORM
           CLOSE SnapshotFile, LedgerFile
           OPEN OUTPUT OpenItemFile
           IF OpenItemStatus = "00"
              CLOSE OpenItemFile
           END-IF.
       RestoreAddressFile.
           PERFORM OpenSnapshotInput
           OPEN OUTPUT AddressFile
