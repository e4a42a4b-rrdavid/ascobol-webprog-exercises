       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS SponsorFileStatus.
           SELECT SponsorArFile ASSIGN TO "SPONAR.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SponsorArKey
                      FILE STATUS IS SponsorArStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS StudentId OF StudentDetails
                      ALTERNATE RECORD KEY IS StudentName
                        OF StudentDetails
                        WITH DUPLICATES
                      FILE STATUS IS StudentFileStatus.
           SELECT InvoiceControlFile ASSIGN TO "SPONINV.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS InvoiceControlStatus.
           SELECT InvoicePrintFile ASSIGN TO "SPONINV.PRT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoiceRegisterFile ASSIGN TO "SPONINV.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SponsorFile.
           01  SponsorRecord.
               COPY SPONCPY.
       FD  SponsorArFile.
           01  SponsorArRecord.
               COPY SPARCPY.
       FD  StudentFile.
           01  StudentDetails.
               COPY STUDCPY.
       FD  InvoiceControlFile.
           01  InvoiceControlRecord.
               02  NextInvoiceNumber PIC 9(6).
       FD  InvoicePrintFile.
           01  InvoicePrintLine     PIC X(70).
       FD  InvoiceRegisterFile.
           01  InvoiceRegisterLine  PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "SPONINV".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  SponsorFileStatus    PIC XX.
       01  SponsorArStatus      PIC XX.
       01  StudentFileStatus    PIC XX.
       01  InvoiceControlStatus PIC XX.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  InvoiceRunDate       PIC 9(8).
       01  NextInvoiceWork      PIC 9(6).
       01  AuditProgramNameLit  PIC X(10) VALUE "SPONINV".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "SPONINV".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  SponsorTable.
           02  SponsorEntry OCCURS 200 TIMES INDEXED BY SponIdx.
               03  SponTabSponsorId     PIC 9(7).
               03  SponTabName          PIC X(30).
               03  SponTabContact       PIC X(25).
               03  SponTabAddrLine      PIC X(30) OCCURS 3 TIMES.
               03  SponTabPriorBalance  PIC S9(8)V99.
               03  SponTabNewCharges    PIC S9(8)V99.
               03  SponTabPayments      PIC S9(8)V99.
               03  SponTabNewItemCount  PIC 9(4).
               03  SponTabInvoiceNumber PIC 9(6).
       01  SponsorTableCount    PIC 9(4) VALUE ZERO.
       01  SponsorFoundFlag     PIC X VALUE "N".
           88  SponsorFound     VALUE "Y".
       01  AddrLineIdx          PIC 9.
       01  CurrentSponsorId     PIC 9(7) VALUE ZERO.
       01  InvoiceOpenFlag      PIC X VALUE "N".
           88  InvoiceOpen      VALUE "Y".
       01  SponsorAmountDue     PIC S9(8)V99 VALUE ZERO.
       01  InvoiceStudentName   PIC X(30).
       01  InvoiceTotals.
           02  InvoiceCount         PIC 9(6) VALUE ZERO.
           02  UnknownSponsorCount  PIC 9(6) VALUE ZERO.
           02  TotalNewCharges      PIC S9(9)V99 VALUE ZERO.
           02  TotalPayments        PIC S9(9)V99 VALUE ZERO.
           02  TotalAmountDue       PIC S9(9)V99 VALUE ZERO.
       01  InvoiceTitleLine.
           02  FILLER           PIC X(50) VALUE
               "  SPONSOR INVOICE".
           02  FILLER           PIC X(8)  VALUE "Invoice ".
           02  PrnInvoiceNumber PIC 9(6).
       01  InvoiceDateLine.
           02  FILLER           PIC X(16) VALUE "  Invoice date  ".
           02  PrnInvoiceDate   PIC 9(8).
           02  FILLER           PIC X(26) VALUE SPACES.
           02  FILLER           PIC X(8)  VALUE "Sponsor ".
           02  PrnHdrSponsorId  PIC 9(7).
       01  InvoiceAddressLine.
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  PrnAddressText   PIC X(30).
       01  InvoiceAttnLine.
           02  FILLER           PIC X(4)  VALUE SPACES.
           02  FILLER           PIC X(6)  VALUE "Attn: ".
           02  PrnAttnContact   PIC X(25).
       01  InvoiceColumnLine.
           02  FILLER           PIC X(42) VALUE
               "  Student  Name".
           02  FILLER           PIC X(27) VALUE
               "Term   Date          Amount".
       01  InvoiceChargeLine.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChgStudentId  PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChgStudentName PIC X(30).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnChgTermCode   PIC X(5).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChgEntryDate  PIC 9(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnChgAmount     PIC -(6)9.99.
       01  InvoicePaymentLine.
           02  FILLER           PIC X(49) VALUE
               "  Payment received - thank you".
           02  PrnPayEntryDate  PIC 9(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnPayAmount     PIC -(6)9.99.
       01  InvoiceNoActivityLine PIC X(40) VALUE
           "  No new charges this period".
       01  InvoiceTotalLine.
           02  FILLER           PIC X(29) VALUE SPACES.
           02  PrnTotalLabel    PIC X(20).
           02  PrnTotalAmount   PIC -(8)9.99.
       01  RegisterHeadingLine  PIC X(40)
           VALUE "  Sponsor Invoice Register".
       01  RegisterInvoiceLine.
           02  FILLER           PIC X(10) VALUE "Invoice  -".
           02  PrnRegInvoiceNumber PIC 9(6).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnRegSponsorId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnRegSponsorName PIC X(25).
           02  FILLER           PIC X(7)  VALUE " Due = ".
           02  PrnRegAmountDue  PIC -(8)9.99.
       01  RegisterErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnErrSponsorId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrText       PIC X(30).
       01  RegisterCountLine.
           02  FILLER           PIC X(20) VALUE "Invoices printed = ".
           02  PrnInvoiceCount  PIC ZZZ,ZZ9.
       01  RegisterChargeLine.
           02  FILLER           PIC X(20) VALUE "New charges      = ".
           02  PrnTotalNewCharges PIC -(8)9.99.
       01  RegisterPaymentLine.
           02  FILLER           PIC X(20) VALUE "Payments applied = ".
           02  PrnTotalPayments PIC -(8)9.99.
       01  RegisterDueLine.
           02  FILLER           PIC X(20) VALUE "Total amount due = ".
           02  PrnTotalAmountDue PIC -(8)9.99.
       01  RegisterUnknownLine.
           02  FILLER           PIC X(20) VALUE "Unknown sponsor  = ".
           02  PrnUnknownCount  PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainLedgerLock
           IF NOT LockGranted
              DISPLAY "ARLEDGER.DAT is locked - try later."
              MOVE "ARLEDGER.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteAuditStart
           PERFORM CheckRunControl
           PERFORM LoadSponsorTable
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
              MOVE "STUDENTS.DAT" TO ErrorFileName
              MOVE StudentFileStatus TO ErrorFileStatus
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
           OPEN OUTPUT InvoiceRegisterFile
           WRITE InvoiceRegisterLine FROM RegisterHeadingLine
                  AFTER ADVANCING PAGE
           PERFORM SummarizeSponsorAr
           PERFORM AssignInvoiceNumbers
           CLOSE SponsorArFile
           OPEN I-O SponsorArFile
           IF SponsorArStatus NOT = "00"
              MOVE "SPONAR.DAT" TO ErrorFileName
              MOVE SponsorArStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN OUTPUT InvoicePrintFile
           PERFORM PrintSponsorInvoices
           PERFORM PrintRegisterTotals
           CLOSE SponsorArFile, StudentFile, InvoicePrintFile,
                 InvoiceRegisterFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseLedgerLock
           IF UnknownSponsorCount > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseLedgerLock
           END-IF
           GOBACK.
       ObtainLedgerLock.
           MOVE "L" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseLedgerLock.
           MOVE "U" TO LockAction
           MOVE "ARLEDGER.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           MOVE "N" TO LockHeldFlag.
       WriteAuditStart.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "START" TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE ZERO TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       WriteAuditEnd.
           OPEN EXTEND AuditLogFile
           MOVE AuditProgramNameLit TO AuditProgramName
           MOVE "END"   TO AuditEventType
           ACCEPT AuditRunDate FROM DATE YYYYMMDD
           ACCEPT AuditRunTime FROM TIME
           MOVE InvoiceCount TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO InvoiceRunDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT InvoiceRunDate FROM DATE YYYYMMDD
           END-IF.
       LoadSponsorTable.
           OPEN INPUT SponsorFile
           IF SponsorFileStatus NOT = "00"
              MOVE "SPONSOR.DAT" TO ErrorFileName
              MOVE SponsorFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ SponsorFile
             AT END SET EndOfSponsorFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorFile
              IF SponsorTableCount < 200
                 ADD 1 TO SponsorTableCount
                 SET SponIdx TO SponsorTableCount
                 MOVE SponsorId      TO SponTabSponsorId(SponIdx)
                 MOVE SponsorName    TO SponTabName(SponIdx)
                 MOVE SponsorContact TO SponTabContact(SponIdx)
                 PERFORM VARYING AddrLineIdx FROM 1 BY 1
                         UNTIL AddrLineIdx > 3
                    MOVE SponsorAddrLine(AddrLineIdx)
                         TO SponTabAddrLine(SponIdx, AddrLineIdx)
                 END-PERFORM
                 MOVE ZERO TO SponTabPriorBalance(SponIdx)
                 MOVE ZERO TO SponTabNewCharges(SponIdx)
                 MOVE ZERO TO SponTabPayments(SponIdx)
                 MOVE ZERO TO SponTabNewItemCount(SponIdx)
                 MOVE ZERO TO SponTabInvoiceNumber(SponIdx)
              ELSE
                 MOVE "SPONSOR.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ SponsorFile
                AT END SET EndOfSponsorFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SponsorFile.
       FindSponsor.
           MOVE "N" TO SponsorFoundFlag
           SET SponIdx TO 1
           PERFORM UNTIL SponIdx > SponsorTableCount
              OR SponsorFound
              IF SponTabSponsorId(SponIdx) = SarSponsorId
                 MOVE "Y" TO SponsorFoundFlag
              ELSE
                 SET SponIdx UP BY 1
              END-IF
           END-PERFORM.
       SummarizeSponsorAr.
           READ SponsorArFile NEXT
             AT END SET EndOfSponsorAr TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorAr
              PERFORM FindSponsor
              IF NOT SponsorFound
                 IF SarInvoiceNumber = ZERO
                    MOVE SarSponsorId TO PrnErrSponsorId
                    MOVE "sponsor not on master" TO PrnErrText
                    WRITE InvoiceRegisterLine FROM RegisterErrorLine
                           AFTER ADVANCING 1 LINES
                    ADD 1 TO UnknownSponsorCount
                 END-IF
              ELSE
                 PERFORM SummarizeOneEntry
              END-IF
              READ SponsorArFile NEXT
                AT END SET EndOfSponsorAr TO TRUE
              END-READ
           END-PERFORM.
       SummarizeOneEntry.
           IF SarInvoiceNumber = ZERO
              ADD 1 TO SponTabNewItemCount(SponIdx)
              IF SarCharge
                 ADD SarAmount TO SponTabNewCharges(SponIdx)
              ELSE
                 ADD SarAmount TO SponTabPayments(SponIdx)
              END-IF
           ELSE
              IF SarCharge
                 ADD SarAmount TO SponTabPriorBalance(SponIdx)
              ELSE
                 SUBTRACT SarAmount FROM SponTabPriorBalance(SponIdx)
              END-IF
           END-IF.
       AssignInvoiceNumbers.
           MOVE 1 TO NextInvoiceWork
           OPEN INPUT InvoiceControlFile
           IF InvoiceControlStatus = "00"
              READ InvoiceControlFile
                AT END CONTINUE
                NOT AT END MOVE NextInvoiceNumber TO NextInvoiceWork
              END-READ
              CLOSE InvoiceControlFile
           END-IF
           PERFORM VARYING SponIdx FROM 1 BY 1
                   UNTIL SponIdx > SponsorTableCount
              COMPUTE SponsorAmountDue =
                      SponTabPriorBalance(SponIdx)
                      + SponTabNewCharges(SponIdx)
                      - SponTabPayments(SponIdx)
              IF SponTabNewItemCount(SponIdx) > ZERO
                 OR SponsorAmountDue > ZERO
                 MOVE NextInvoiceWork
                            TO SponTabInvoiceNumber(SponIdx)
                 ADD 1 TO NextInvoiceWork
                 IF NextInvoiceWork > 999998
                    MOVE 1 TO NextInvoiceWork
                 END-IF
              END-IF
           END-PERFORM
           OPEN OUTPUT InvoiceControlFile
           IF InvoiceControlStatus = "00"
              MOVE NextInvoiceWork TO NextInvoiceNumber
              WRITE InvoiceControlRecord
              CLOSE InvoiceControlFile
           END-IF.
       PrintSponsorInvoices.
           MOVE "N" TO SponsorFoundFlag
           READ SponsorArFile NEXT
             AT END SET EndOfSponsorAr TO TRUE
           END-READ
           PERFORM UNTIL EndOfSponsorAr
              IF SarSponsorId NOT = CurrentSponsorId
                 PERFORM FinishSponsorInvoice
                 MOVE SarSponsorId TO CurrentSponsorId
                 PERFORM FindSponsor
                 IF SponsorFound
                    AND SponTabInvoiceNumber(SponIdx) > ZERO
                    PERFORM StartSponsorInvoice
                 END-IF
              END-IF
              IF InvoiceOpen
                 AND SarInvoiceNumber = ZERO
                 PERFORM PrintOneInvoiceItem
              END-IF
              READ SponsorArFile NEXT
                AT END SET EndOfSponsorAr TO TRUE
              END-READ
           END-PERFORM
           PERFORM FinishSponsorInvoice.
       StartSponsorInvoice.
           MOVE "Y" TO InvoiceOpenFlag
           MOVE SponTabInvoiceNumber(SponIdx) TO PrnInvoiceNumber
           WRITE InvoicePrintLine FROM InvoiceTitleLine
                  AFTER ADVANCING PAGE
           MOVE InvoiceRunDate TO PrnInvoiceDate
           MOVE SponTabSponsorId(SponIdx) TO PrnHdrSponsorId
           WRITE InvoicePrintLine FROM InvoiceDateLine
                  AFTER ADVANCING 1 LINES
           MOVE SponTabName(SponIdx) TO PrnAddressText
           WRITE InvoicePrintLine FROM InvoiceAddressLine
                  AFTER ADVANCING 2 LINES
           IF SponTabContact(SponIdx) NOT = SPACES
              MOVE SponTabContact(SponIdx) TO PrnAttnContact
              WRITE InvoicePrintLine FROM InvoiceAttnLine
                     AFTER ADVANCING 1 LINES
           END-IF
           PERFORM VARYING AddrLineIdx FROM 1 BY 1
                   UNTIL AddrLineIdx > 3
              IF SponTabAddrLine(SponIdx, AddrLineIdx) NOT = SPACES
                 MOVE SponTabAddrLine(SponIdx, AddrLineIdx)
                                    TO PrnAddressText
                 WRITE InvoicePrintLine FROM InvoiceAddressLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM
           WRITE InvoicePrintLine FROM InvoiceColumnLine
                  AFTER ADVANCING 2 LINES
           IF SponTabNewCharges(SponIdx) = ZERO
              WRITE InvoicePrintLine FROM InvoiceNoActivityLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       PrintOneInvoiceItem.
           IF SarCharge
              PERFORM LookupInvoiceStudent
              MOVE SarStudentId    TO PrnChgStudentId
              MOVE InvoiceStudentName TO PrnChgStudentName
              MOVE SarTermCode     TO PrnChgTermCode
              MOVE SarEntryDate    TO PrnChgEntryDate
              MOVE SarAmount       TO PrnChgAmount
              WRITE InvoicePrintLine FROM InvoiceChargeLine
                     AFTER ADVANCING 1 LINES
           ELSE
              MOVE SarEntryDate TO PrnPayEntryDate
              COMPUTE PrnPayAmount = ZERO - SarAmount
              WRITE InvoicePrintLine FROM InvoicePaymentLine
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE SponTabInvoiceNumber(SponIdx) TO SarInvoiceNumber
           REWRITE SponsorArRecord
              INVALID KEY
                 MOVE "SPONAR.DAT" TO ErrorFileName
                 MOVE SponsorArStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE.
       LookupInvoiceStudent.
           MOVE SarStudentId TO StudentId OF StudentDetails
           READ StudentFile
              INVALID KEY
                 MOVE "** not on student master **"
                                    TO InvoiceStudentName
              NOT INVALID KEY
                 MOVE SPACES TO InvoiceStudentName
                 STRING Surname OF StudentDetails
                           DELIMITED BY "  "
                        ", " DELIMITED BY SIZE
                        GivenNames OF StudentDetails
                           DELIMITED BY "  "
                   INTO InvoiceStudentName
                 END-STRING
           END-READ.
       FinishSponsorInvoice.
           IF InvoiceOpen
              COMPUTE SponsorAmountDue =
                      SponTabPriorBalance(SponIdx)
                      + SponTabNewCharges(SponIdx)
                      - SponTabPayments(SponIdx)
              MOVE "Previous balance = " TO PrnTotalLabel
              MOVE SponTabPriorBalance(SponIdx) TO PrnTotalAmount
              WRITE InvoicePrintLine FROM InvoiceTotalLine
                     AFTER ADVANCING 2 LINES
              MOVE "Payments received= " TO PrnTotalLabel
              COMPUTE PrnTotalAmount =
                      ZERO - SponTabPayments(SponIdx)
              WRITE InvoicePrintLine FROM InvoiceTotalLine
                     AFTER ADVANCING 1 LINES
              MOVE "New charges      = " TO PrnTotalLabel
              MOVE SponTabNewCharges(SponIdx) TO PrnTotalAmount
              WRITE InvoicePrintLine FROM InvoiceTotalLine
                     AFTER ADVANCING 1 LINES
              MOVE "Amount due       = " TO PrnTotalLabel
              MOVE SponsorAmountDue TO PrnTotalAmount
              WRITE InvoicePrintLine FROM InvoiceTotalLine
                     AFTER ADVANCING 1 LINES
              MOVE SponTabInvoiceNumber(SponIdx)
                                 TO PrnRegInvoiceNumber
              MOVE SponTabSponsorId(SponIdx) TO PrnRegSponsorId
              MOVE SponTabName(SponIdx) TO PrnRegSponsorName
              MOVE SponsorAmountDue TO PrnRegAmountDue
              WRITE InvoiceRegisterLine FROM RegisterInvoiceLine
                     AFTER ADVANCING 1 LINES
              ADD 1 TO InvoiceCount
              ADD SponTabNewCharges(SponIdx) TO TotalNewCharges
              ADD SponTabPayments(SponIdx) TO TotalPayments
              ADD SponsorAmountDue TO TotalAmountDue
              MOVE "N" TO InvoiceOpenFlag
           END-IF.
       PrintRegisterTotals.
           MOVE InvoiceCount TO PrnInvoiceCount
           WRITE InvoiceRegisterLine FROM RegisterCountLine
                  AFTER ADVANCING 2 LINES
           MOVE TotalNewCharges TO PrnTotalNewCharges
           WRITE InvoiceRegisterLine FROM RegisterChargeLine
                  AFTER ADVANCING 1 LINES
           MOVE TotalPayments TO PrnTotalPayments
           WRITE InvoiceRegisterLine FROM RegisterPaymentLine
                  AFTER ADVANCING 1 LINES
           MOVE TotalAmountDue TO PrnTotalAmountDue
           WRITE InvoiceRegisterLine FROM RegisterDueLine
                  AFTER ADVANCING 1 LINES
           IF UnknownSponsorCount > ZERO
              MOVE UnknownSponsorCount TO PrnUnknownCount
              WRITE InvoiceRegisterLine FROM RegisterUnknownLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       END PROGRAM SPONINV.
