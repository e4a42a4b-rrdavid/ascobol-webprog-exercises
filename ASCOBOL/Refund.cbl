                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT FeeAssessFile ASSIGN TO "FEEASMT.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FeeAssessKey
                      FILE STATUS IS FeeAssessStatus.
           SELECT RefundReportFile ASSIGN TO "REFUND.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  FeeAssessFile.
           01  FeeAssessRecord.
               COPY FEEACPY.
       FD  RefundReportFile.
           01  RefundReportLine     PIC X(60).
       WORKING-STORAGE SECTION.
       01  LedgerWriteDoneFlag   PIC X VALUE "N".
           88  LedgerWriteDone   VALUE "Y".
       01  CalendarFileStatus    PIC XX.
       01  FeeAssessStatus       PIC XX.
       01  FeeAssessAvailFlag    PIC X VALUE "N".
           88  FeeAssessAvailable VALUE "Y".
       01  EndOfFeeScanFlag      PIC X VALUE "N".
           88  EndOfFeeScan      VALUE "Y".
       01  LatestFeeAssessDate   PIC 9(8) VALUE ZERO.
       01  FeeRefundAmount       PIC S9(7)V99.
       01  FeeRefundCount        PIC 9(4) VALUE ZERO.
       01  EndOfCourseRateFlag   PIC X VALUE "N".
           88  EndOfCourseRate   VALUE "Y".
       01  EndOfCalendarFlag     PIC X VALUE "N".
           02  PrnRefCourseCode  PIC X(4).
           02  FILLER            PIC X(10) VALUE "  Refund =".
           02  PrnRefAmount      PIC -(6)9.99.
       01  RefundFeeLine.
           02  FILLER            PIC X(10) VALUE "Student - ".
           02  PrnFeeRefStudentId PIC 9(7).
           02  FILLER            PIC X(9)  VALUE "  Fee    ".
           02  PrnFeeRefFeeCode  PIC X(4).
           02  FILLER            PIC X(10) VALUE "  Refund =".
           02  PrnFeeRefAmount   PIC -(6)9.99.
       01  RefundNoRateLine.
           02  FILLER            PIC X(10) VALUE "Student - ".
           02  PrnNoRateStudentId PIC 9(7).
       01  RefundCountLine.
           02  FILLER            PIC X(20) VALUE "Refunds computed = ".
           02  PrnRefundCount    PIC Z,ZZ9.
       01  FeeRefundCountLine.
           02  FILLER            PIC X(20) VALUE "Fee refunds      = ".
           02  PrnFeeRefundCount PIC Z,ZZ9.
       01  RefundTotalLine.
           02  FILLER            PIC X(20) VALUE "Total refunded   = ".
           02  PrnRefundTotal    PIC -(7)9.99.
              CLOSE LedgerFile
              OPEN I-O LedgerFile
           END-IF
           OPEN I-O FeeAssessFile
           IF FeeAssessStatus = "00"
              MOVE "Y" TO FeeAssessAvailFlag
           END-IF
           WRITE RefundReportLine FROM RefundHeadingLine
                  AFTER ADVANCING PAGE
           OPEN INPUT DropExtractFile
           MOVE RefundCount TO PrnRefundCount
           WRITE RefundReportLine FROM RefundCountLine
                  AFTER ADVANCING 2 LINES
           IF FeeRefundCount > ZERO
              MOVE FeeRefundCount TO PrnFeeRefundCount
              WRITE RefundReportLine FROM FeeRefundCountLine
                     AFTER ADVANCING 1 LINES
           END-IF
           MOVE RefundTotalAmount TO PrnRefundTotal
           WRITE RefundReportLine FROM RefundTotalLine
                  AFTER ADVANCING 1 LINES
           CLOSE RefundReportFile, LedgerFile
           IF FeeAssessAvailable
              CLOSE FeeAssessFile
           END-IF
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
              WRITE RefundReportLine FROM RefundDetailLine
                     AFTER ADVANCING 1 LINES
              ADD 1 TO RefundCount
           END-IF
           IF FeeAssessAvailable
              PERFORM FindLatestCourseFees
              IF LatestFeeAssessDate NOT = ZERO
                 PERFORM CountWeeksElapsed
                 PERFORM RefundCourseFees
              END-IF
           END-IF.
       StartStudentFeeScan.
           MOVE "N" TO EndOfFeeScanFlag
           MOVE LOW-VALUES TO FeeAssessKey
           MOVE DropStudentId TO FasStudentId
           START FeeAssessFile KEY IS NOT LESS THAN FeeAssessKey
              INVALID KEY MOVE "Y" TO EndOfFeeScanFlag
           END-START.
       ReadNextStudentFee.
           READ FeeAssessFile NEXT
             AT END MOVE "Y" TO EndOfFeeScanFlag
             NOT AT END
                IF FasStudentId NOT = DropStudentId
                   MOVE "Y" TO EndOfFeeScanFlag
                END-IF
           END-READ.
       FindLatestCourseFees.
           MOVE ZERO TO LatestFeeAssessDate
           PERFORM StartStudentFeeScan
           PERFORM UNTIL EndOfFeeScan
              PERFORM ReadNextStudentFee
              IF NOT EndOfFeeScan
                 AND FasCourseCode = DropCourseCode
                 AND FasAssessDate <= DropDate
                 AND FasAssessDate > LatestFeeAssessDate
                 MOVE FasAssessDate TO LatestFeeAssessDate
              END-IF
           END-PERFORM.
       RefundCourseFees.
           PERFORM StartStudentFeeScan
           PERFORM UNTIL EndOfFeeScan
              PERFORM ReadNextStudentFee
              IF NOT EndOfFeeScan
                 AND FasCourseCode = DropCourseCode
                 AND FasAssessDate = LatestFeeAssessDate
                 PERFORM RefundOneCourseFee
              END-IF
           END-PERFORM.
       RefundOneCourseFee.
           MOVE ZERO TO FeeRefundAmount
           EVALUATE TRUE
              WHEN FasRefundFull
                 COMPUTE FeeRefundAmount =
                         FasStudentAmount - FasRefundedAmount
              WHEN FasRefundProrated
                 IF TermTotalWeeks NOT = ZERO
                    COMPUTE FeeRefundAmount ROUNDED =
                            FasStudentAmount
                            * (TermTotalWeeks - WeeksElapsed)
                            / TermTotalWeeks
                            - FasRefundedAmount
                 END-IF
           END-EVALUATE
           IF FeeRefundAmount > ZERO
              MOVE SPACES TO LedgerRecord
              MOVE DropStudentId   TO LedgStudentId
              MOVE DropDate        TO LedgEntryDate
              MOVE "REF"           TO LedgEntryType
              MOVE FeeRefundAmount TO LedgAmount
              MOVE 1 TO LedgEntrySeq
              PERFORM WriteLedgerWithSeq
              ADD FeeRefundAmount TO FasRefundedAmount
              MOVE DropDate TO FasRefundDate
              REWRITE FeeAssessRecord
                 INVALID KEY
                    MOVE "FEEASMT.DAT" TO ErrorFileName
                    MOVE FeeAssessStatus TO ErrorFileStatus
                    PERFORM ReportFileError
              END-REWRITE
              ADD FeeRefundAmount TO RefundTotalAmount
              ADD 1 TO FeeRefundCount
              MOVE DropStudentId   TO PrnFeeRefStudentId
              MOVE FasFeeCode      TO PrnFeeRefFeeCode
              MOVE FeeRefundAmount TO PrnFeeRefAmount
              WRITE RefundReportLine FROM RefundFeeLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       WriteLedgerRefund.
           MOVE SPACES TO LedgerRecord
