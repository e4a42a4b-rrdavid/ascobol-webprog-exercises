       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaxRegisterFile ASSIGN TO "TAXREG.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
           01  TaxStatementLine     PIC X(70).
       FD  TaxRegisterFile.
           01  TaxRegisterLine      PIC X(60).
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "TAXSTMT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  LedgerFileStatus     PIC XX.
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  AddrNeedStatus       PIC XX.
       01  TaxRunDate           PIC 9(8).
       01  TaxRunDateParts REDEFINES TaxRunDate.
           02  TaxRunYear       PIC 9(4).
           02  StatementRefTotal    PIC S9(9)V99 VALUE ZERO.
           02  StatementCount       PIC 9(6) VALUE ZERO.
           02  NoMasterCount        PIC 9(4) VALUE ZERO.
           02  AddrHeldCount        PIC 9(6) VALUE ZERO.
       01  TaxStmtHeadingLine.
           02  FILLER           PIC X(30) VALUE
               "  Tuition Payment Statement - ".
       01  TaxStmtAddressLine.
           02  FILLER           PIC X(10) VALUE SPACES.
           02  PrnStmtAddrLine  PIC X(30).
       01  TaxStmtAddrHeldLine  PIC X(40)
           VALUE "** ADDRESS NEEDED - HOLD, DO NOT MAIL **".
       01  TaxStmtPaidLine.
           02  FILLER           PIC X(21) VALUE
               "Payments received  = ".
           02  FILLER           PIC X(21) VALUE
               "Statements printed = ".
           02  PrnRegStmtCount  PIC Z(5)9.
       01  TaxRegHeldLine.
           02  FILLER           PIC X(21) VALUE
               "Held - addr needed = ".
           02  PrnRegHeldCount  PIC Z(5)9.
       01  TaxRegPayLine.
           02  FILLER           PIC X(21) VALUE
               "Ledger payments    = ".
           OPEN INPUT AddressFile
           OPEN OUTPUT TaxStatementFile
           OPEN OUTPUT TaxRegisterFile
           OPEN EXTEND AddrNeedFile
           IF AddrNeedStatus = "35"
              OPEN OUTPUT AddrNeedFile
           END-IF
           MOVE TaxYear TO PrnRegTaxYear
           WRITE TaxRegisterLine FROM TaxRegHeadingLine
                  AFTER ADVANCING PAGE
                   VARYING TaxStudIdx FROM 1 BY 1
                   UNTIL TaxStudIdx > TaxStudentCount
           PERFORM PrintRegisterTotals
           CLOSE StudentFile, TaxStatementFile, TaxRegisterFile,
                 AddrNeedFile
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadTaxYearControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "TAX-YEAR" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              MOVE ParmReqAmount TO TaxYear
           END-IF
           IF TaxYear = ZERO
              COMPUTE TaxYear = TaxRunYear - 1
           PERFORM UNTIL EndOfLedgerFile
              MOVE LedgEntryDate TO EntryDateParts
              IF EntryYear = TaxYear
                 AND (LedgerPayment OR LedgerRefund
                      OR LedgerReturnedPay)
                 PERFORM AccumulateOneEntry
              END-IF
              READ LedgerFile
       AccumulateOneEntry.
           PERFORM FindTaxStudent
           IF TaxStudentEntryFound
              EVALUATE TRUE
                 WHEN LedgerPayment
                    ADD LedgAmount TO TStudPayTotal(TaxStudIdx)
                    ADD LedgAmount TO LedgerYearPayTotal
                 WHEN LedgerReturnedPay
                    SUBTRACT LedgAmount FROM TStudPayTotal(TaxStudIdx)
                    SUBTRACT LedgAmount FROM LedgerYearPayTotal
                 WHEN OTHER
                    ADD LedgAmount TO TStudRefTotal(TaxStudIdx)
                    ADD LedgAmount TO LedgerYearRefTotal
              END-EVALUATE
           END-IF.
       FindTaxStudent.
           MOVE "N" TO TaxStudentFoundTab
           WRITE TaxStatementLine FROM TaxStmtStudentLine
                  AFTER ADVANCING 2 LINES
           PERFORM ReadTaxAddress
           IF AddressFound AND AddrMailBad
              WRITE TaxStatementLine FROM TaxStmtAddrHeldLine
                     AFTER ADVANCING 1 LINES
              PERFORM HoldTaxStatement
           END-IF
           IF AddressFound AND NOT AddrMailBad
              MOVE AddrLine1 TO PrnStmtAddrLine
              WRITE TaxStatementLine FROM TaxStmtAddressLine
                     AFTER ADVANCING 1 LINES
           MOVE StudentNetPaid TO PrnRegNetPaid
           WRITE TaxRegisterLine FROM TaxRegDetailLine
                  AFTER ADVANCING 1 LINES.
       HoldTaxStatement.
           MOVE TStudStudentId(TaxStudIdx) TO PrnRegErrorId
           MOVE "address needed, held" TO PrnRegErrorText
           WRITE TaxRegisterLine FROM TaxRegErrorLine
                  AFTER ADVANCING 1 LINES
           MOVE SPACES TO AddrNeedRecord
           MOVE TStudStudentId(TaxStudIdx) TO AnwStudentId
           MOVE "TAXSTMT"         TO AnwProgramName
           MOVE "TAX STATEMENT"   TO AnwDocument
           MOVE TaxRunDate        TO AnwListedDate
           MOVE AddrMailBadReason TO AnwReason
           WRITE AddrNeedRecord
           ADD 1 TO AddrHeldCount.
       ReadTaxStudent.
           MOVE "N" TO StudentFoundFlag
           MOVE TStudStudentId(TaxStudIdx)
           MOVE StatementCount TO PrnRegStmtCount
           WRITE TaxRegisterLine FROM TaxRegCountLine
                  AFTER ADVANCING 2 LINES
           MOVE AddrHeldCount TO PrnRegHeldCount
           WRITE TaxRegisterLine FROM TaxRegHeldLine
                  AFTER ADVANCING 1 LINES
           MOVE LedgerYearPayTotal TO PrnRegLedgerPay
           WRITE TaxRegisterLine FROM TaxRegPayLine
                  AFTER ADVANCING 1 LINES
