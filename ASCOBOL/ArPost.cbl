                      FILE STATUS IS SuspenseFileStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PaymentXrefFile ASSIGN TO "PAYXREF.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS XrefLedgerKey
                      FILE STATUS IS PaymentXrefStatus.
           SELECT PeriodControlFile ASSIGN TO "ARPERIOD.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PeriodControlStatus.
           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS SponsorFileStatus.
           SELECT SponsorArFile ASSIGN TO "SPONAR.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SponsorArKey
                      FILE STATUS IS SponsorArStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PaymentTxnFile.
               88  EndOfPaymentTxn  VALUE HIGH-VALUES.
               02  PayRecordType    PIC X.
                   88  PayBatchHeader  VALUE "H".
                   88  PayDetail       VALUE "P", "D", "S".
                   88  PayDepositItem  VALUE "D".
                   88  PaySponsorItem  VALUE "S".
                   88  PayBatchTrailer VALUE "T".
               02  PayStudentId     PIC 9(7).
               02  PayDate          PIC 9(8).
               02  PayAmount        PIC 9(5)V99.
               02  PayTenderType    PIC X.
                   88  PayPersonalCheque VALUE "K", SPACE.
           01  PaymentBatchRecord.
               02  FILLER           PIC X.
               02  PayBatchNumber   PIC 9(4).
       FD  PaymentReportFile.
           01  PaymentReportLine    PIC X(60).
       FD  HeldBatchFile.
           01  HeldBatchRecord      PIC X(24).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  PaymentXrefFile.
           01  PaymentXrefRecord.
               COPY PAYXCPY.
       FD  PeriodControlFile.
           01  PeriodControlRecord.
               02  CtlClosedThruDate PIC 9(8).
       FD  SponsorFile.
           01  SponsorRecord.
               COPY SPONCPY.
       FD  SponsorArFile.
           01  SponsorArRecord.
               COPY SPARCPY.
       FD  SuspenseFile.
           01  SuspenseRecord.
               02  SuspReasonCode   PIC X(2).
                   88  SuspNotOnMaster  VALUE "NF".
                   88  SuspBadCheckDigit VALUE "CD".
                   88  SuspClosedPeriod  VALUE "CP".
                   88  SuspCertifiedOnly VALUE "CF".
               02  SuspDate         PIC 9(8).
               02  SuspTxnImage     PIC X(24).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ARPOST".
       01  ErrorFileName        PIC X(12).
           02  PrnPostedStudentId PIC 9(7).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnPostedAmount  PIC -(5)9.99.
       01  SponsorPostedLine.
           02  FILLER           PIC X(10) VALUE "Sponsor  -".
           02  PrnSponsorId     PIC 9(7).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnSponsorAmount PIC -(5)9.99.
       01  PaymentErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnErrorStudentId PIC 9(7).
           02  PostedTotal      PIC S9(8)V99 VALUE ZERO.
       01  HeldBatchFileStatus  PIC XX.
       01  SuspenseFileStatus   PIC XX.
       01  PaymentXrefStatus    PIC XX.
       01  SponsorFileStatus    PIC XX.
       01  SponsorArStatus      PIC XX.
       01  SponsorArWriteDoneFlag PIC X VALUE "N".
           88  SponsorArWriteDone VALUE "Y".
       01  SponsorTable.
           02  SponsorEntry OCCURS 200 TIMES INDEXED BY SponIdx.
               03  SponTabSponsorId PIC 9(7).
       01  SponsorTableCount    PIC 9(4) VALUE ZERO.
       01  SponsorFoundFlag     PIC X VALUE "N".
           88  SponsorFound     VALUE "Y".
       01  HoldCheckAction      PIC X VALUE "C".
       01  HoldCheckResult      PIC X.
           88  CertifiedFundsOnly VALUE "Y".
       01  HoldCheckType        PIC X(3).
       01  HoldCheckOffice      PIC X(4).
       01  SuspenseCount        PIC 9(4) VALUE ZERO.
       01  PeriodControlStatus  PIC XX.
       01  ClosedThruDate       PIC 9(8) VALUE ZERO.
       01  CurrentExpectedAmount PIC 9(7)V99 VALUE ZERO.
       01  CurrentActualCount   PIC 9(4) VALUE ZERO.
       01  CurrentActualAmount  PIC 9(9)V99 VALUE ZERO.
       01  CurrentHeaderImage   PIC X(24).
       01  BatchDetailTable.
           02  BatchDetailEntry OCCURS 500 TIMES
                                 INDEXED BY BatchDtlIdx.
               03  BatchDetailImage PIC X(24).
       01  BatchDetailCount     PIC 9(4) VALUE ZERO.
       01  BatchBalancedFlag    PIC X.
           88  BatchBalanced    VALUE "Y".
           END-IF
           PERFORM WriteAuditStart
           PERFORM ReadPeriodControl
           PERFORM LoadSponsorTable
           OPEN INPUT PaymentTxnFile
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              CLOSE LedgerFile
              OPEN I-O LedgerFile
           END-IF
           OPEN I-O PaymentXrefFile
           IF PaymentXrefStatus = "35"
              OPEN OUTPUT PaymentXrefFile
              CLOSE PaymentXrefFile
              OPEN I-O PaymentXrefFile
           END-IF
           IF PaymentXrefStatus NOT = "00"
              MOVE "PAYXREF.DAT" TO ErrorFileName
              MOVE PaymentXrefStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O SponsorArFile
           IF SponsorArStatus = "35"
              OPEN OUTPUT SponsorArFile
              CLOSE SponsorArFile
              OPEN I-O SponsorArFile
           END-IF
           IF SponsorArStatus NOT = "00"
              MOVE "SPONAR.DAT" TO ErrorFileName
              MOVE SponsorArStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT PaymentReportFile
           WRITE PaymentReportLine FROM PaymentHeadingLine
           READ PaymentTxnFile
           WRITE PaymentReportLine FROM SuspenseCountLine
                  AFTER ADVANCING 1 LINES
           CLOSE PaymentTxnFile, StudentFile, LedgerFile,
                 PaymentReportFile, HeldBatchFile, SuspenseFile,
                 PaymentXrefFile, SponsorArFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseLedgerLock
           GOBACK.
              MOVE "CP" TO SuspReasonCode
              PERFORM WriteSuspenseItem
           ELSE
              IF PaySponsorItem
                 PERFORM PostSponsorPayment
              ELSE
                 PERFORM PostCheckedPayment
              END-IF
           END-IF.
       LoadSponsorTable.
           OPEN INPUT SponsorFile
           IF SponsorFileStatus = "00"
              READ SponsorFile
                AT END SET EndOfSponsorFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfSponsorFile
                 IF SponsorTableCount < 200
                    ADD 1 TO SponsorTableCount
                    SET SponIdx TO SponsorTableCount
                    MOVE SponsorId TO SponTabSponsorId(SponIdx)
                 ELSE
                    MOVE "SPONSOR.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ SponsorFile
                   AT END SET EndOfSponsorFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SponsorFile
           END-IF.
       PostSponsorPayment.
           MOVE "N" TO SponsorFoundFlag
           SET SponIdx TO 1
           PERFORM UNTIL SponIdx > SponsorTableCount
              OR SponsorFound
              IF SponTabSponsorId(SponIdx) = PayStudentId
                 MOVE "Y" TO SponsorFoundFlag
              ELSE
                 SET SponIdx UP BY 1
              END-IF
           END-PERFORM
           IF NOT SponsorFound
              MOVE PayStudentId TO PrnErrorStudentId
              MOVE "SponsorId not on master" TO PrnErrorText
              WRITE PaymentReportLine FROM PaymentErrorLine
              ADD 1 TO RejectedCount
              MOVE "NF" TO SuspReasonCode
              PERFORM WriteSuspenseItem
           ELSE
              PERFORM WriteSponsorPayment
              MOVE PayStudentId TO PrnSponsorId
              MOVE PayAmount    TO PrnSponsorAmount
              WRITE PaymentReportLine FROM SponsorPostedLine
              ADD 1 TO PostedCount
              ADD PayAmount TO PostedTotal
           END-IF.
       WriteSponsorPayment.
           MOVE SPACES TO SponsorArRecord
           MOVE PayStudentId TO SarSponsorId
           MOVE PayDate      TO SarEntryDate
           MOVE 1            TO SarEntrySeq
           MOVE "SPY"        TO SarEntryType
           MOVE ZERO         TO SarStudentId
           MOVE PayAmount    TO SarAmount
           MOVE ZERO         TO SarInvoiceNumber
           MOVE "N" TO SponsorArWriteDoneFlag
           PERFORM UNTIL SponsorArWriteDone
              WRITE SponsorArRecord
                 INVALID KEY
                    IF SponsorArStatus = "22"
                       AND SarEntrySeq < 999
                       ADD 1 TO SarEntrySeq
                    ELSE
                       MOVE "SPONAR.DAT" TO ErrorFileName
                       MOVE SponsorArStatus TO ErrorFileStatus
                       PERFORM ReportFileError
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO SponsorArWriteDoneFlag
              END-WRITE
           END-PERFORM.
       PostCheckedPayment.
           CALL "CHKDGT" USING PayStudentId, ChkCheckDigit,
                               ChkValidFlag
              ADD 1 TO RejectedCount
              MOVE "CD" TO SuspReasonCode
              PERFORM WriteSuspenseItem
           ELSE
              PERFORM CheckCertifiedFunds
           END-IF.
       CheckCertifiedFunds.
           MOVE "N" TO HoldCheckResult
           IF PayPersonalCheque
              CALL "HOLDCHK" USING PayStudentId, HoldCheckAction,
                                   HoldCheckResult, HoldCheckType,
                                   HoldCheckOffice
           END-IF
           IF CertifiedFundsOnly
              MOVE PayStudentId TO PrnErrorStudentId
              MOVE "certified funds only" TO PrnErrorText
              WRITE PaymentReportLine FROM PaymentErrorLine
              ADD 1 TO RejectedCount
              MOVE "CF" TO SuspReasonCode
              PERFORM WriteSuspenseItem
           ELSE
              PERFORM PostVerifiedPayment
           END-IF.
           END-IF
           MOVE PayAmount    TO LedgAmount
           MOVE 1 TO LedgEntrySeq
           PERFORM WriteLedgerWithSeq
           PERFORM WritePaymentXref.
       WritePaymentXref.
           MOVE SPACES TO PaymentXrefRecord
           MOVE LedgerKey TO XrefLedgerKey
           MOVE CurrentBatchNumber TO XrefBatchNumber
           MOVE PayTenderType TO XrefTenderType
           MOVE PayAmount TO XrefAmount
           MOVE "N" TO XrefReturnedFlag
           MOVE ZERO TO XrefReturnedDate
           WRITE PaymentXrefRecord
              INVALID KEY
                 MOVE "PAYXREF.DAT" TO ErrorFileName
                 MOVE PaymentXrefStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-WRITE.
       WriteLedgerWithSeq.
           MOVE "N" TO LedgerWriteDoneFlag
           PERFORM UNTIL LedgerWriteDone
