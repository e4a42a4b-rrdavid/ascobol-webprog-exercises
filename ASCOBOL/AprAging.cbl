       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalQueueFile ASSIGN TO "APPRQ.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS AprQueueNumber
                      FILE STATUS IS ApprovalQueueStatus.
           SELECT ApprovalAgingFile ASSIGN TO "APRAGING.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ApprovalQueueFile.
           01  ApprovalQueueRecord.
               COPY APRQCPY.
       FD  ApprovalAgingFile.
           01  ApprovalAgingLine    PIC X(80).
       WORKING-STORAGE SECTION.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  ApprovalQueueStatus  PIC XX.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  AsOfDate             PIC 9(8).
       01  AsOfDateInteger      PIC S9(9) COMP.
       01  OriginDateInteger    PIC S9(9) COMP.
       01  ItemAgeDays          PIC S9(5) COMP.
       01  AgingTotals.
           02  AgingBucket OCCURS 4 TIMES INDEXED BY BucketIdx.
               03  BucketCount  PIC 9(5).
               03  BucketAmount PIC 9(9)V99.
           02  PendingCount     PIC 9(5) VALUE ZERO.
           02  PendingAmount    PIC 9(9)V99 VALUE ZERO.
           02  UnpostedCount    PIC 9(5) VALUE ZERO.
           02  UnpostedAmount   PIC 9(9)V99 VALUE ZERO.
       01  BucketLabelList.
           02  FILLER           PIC X(20) VALUE "0 - 7 days        = ".
           02  FILLER           PIC X(20) VALUE "8 - 14 days       = ".
           02  FILLER           PIC X(20) VALUE "15 - 30 days      = ".
           02  FILLER           PIC X(20) VALUE "Over 30 days      = ".
       01  BucketLabelTable REDEFINES BucketLabelList.
           02  BucketLabel      PIC X(20) OCCURS 4 TIMES.
       01  AgingHeadingLine     PIC X(40)
           VALUE "  Items Awaiting Second Approval".
       01  AgingAsOfLine.
           02  FILLER           PIC X(11) VALUE "As of date ".
           02  PrnAsOfDate      PIC 9(8).
       01  AgingColumnLine.
           02  FILLER           PIC X(40) VALUE
               "Item    Type       Student       Amount".
           02  FILLER           PIC X(30) VALUE
               " Raised by Raised on  Age".
       01  AgingDetailLine.
           02  PrnAgeQueueNumber PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgeType       PIC X(10).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgeStudentId  PIC 9(7).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgeAmount     PIC -(8)9.99.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnAgeOriginUser PIC X(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnAgeOriginDate PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAgeDays       PIC ZZZZ9.
       01  AgingNoneLine        PIC X(40)
           VALUE "No items are awaiting approval.".
       01  AgingBucketLine.
           02  PrnBucketLabel   PIC X(20).
           02  PrnBucketCount   PIC ZZ,ZZ9.
           02  FILLER           PIC X(10) VALUE "  Amount =".
           02  PrnBucketAmount  PIC -(8)9.99.
       PROCEDURE DIVISION.
       Begin.
           PERFORM CheckRunControl
           COMPUTE AsOfDateInteger =
                   FUNCTION INTEGER-OF-DATE(AsOfDate)
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
              MOVE ZERO TO BucketCount(BucketIdx)
              MOVE ZERO TO BucketAmount(BucketIdx)
           END-PERFORM
           OPEN OUTPUT ApprovalAgingFile
           WRITE ApprovalAgingLine FROM AgingHeadingLine
                  AFTER ADVANCING PAGE
           MOVE AsOfDate TO PrnAsOfDate
           WRITE ApprovalAgingLine FROM AgingAsOfLine
                  AFTER ADVANCING 1 LINES
           WRITE ApprovalAgingLine FROM AgingColumnLine
                  AFTER ADVANCING 2 LINES
           OPEN INPUT ApprovalQueueFile
           IF ApprovalQueueStatus NOT = "00"
              SET EndOfApprovalQueue TO TRUE
           ELSE
              READ ApprovalQueueFile NEXT
                AT END SET EndOfApprovalQueue TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfApprovalQueue
              EVALUATE TRUE
                 WHEN AprPending
                    PERFORM AgeOnePendingItem
                 WHEN AprApproved AND NOT AprFeeWaiver
                    ADD 1 TO UnpostedCount
                    ADD AprAmount TO UnpostedAmount
              END-EVALUATE
              READ ApprovalQueueFile NEXT
                AT END SET EndOfApprovalQueue TO TRUE
              END-READ
           END-PERFORM
           IF ApprovalQueueStatus = "00" OR ApprovalQueueStatus = "10"
              CLOSE ApprovalQueueFile
           END-IF
           IF PendingCount = ZERO
              WRITE ApprovalAgingLine FROM AgingNoneLine
                     AFTER ADVANCING 1 LINES
           END-IF
           PERFORM PrintAgingTotals
           CLOSE ApprovalAgingFile
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO AsOfDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT AsOfDate FROM DATE YYYYMMDD
           END-IF.
       AgeOnePendingItem.
           COMPUTE OriginDateInteger =
                   FUNCTION INTEGER-OF-DATE(AprOriginDate)
           COMPUTE ItemAgeDays = AsOfDateInteger - OriginDateInteger
           EVALUATE TRUE
              WHEN ItemAgeDays < 8
                 SET BucketIdx TO 1
              WHEN ItemAgeDays < 15
                 SET BucketIdx TO 2
              WHEN ItemAgeDays < 31
                 SET BucketIdx TO 3
              WHEN OTHER
                 SET BucketIdx TO 4
           END-EVALUATE
           ADD 1 TO BucketCount(BucketIdx)
           ADD AprAmount TO BucketAmount(BucketIdx)
           ADD 1 TO PendingCount
           ADD AprAmount TO PendingAmount
           MOVE AprQueueNumber TO PrnAgeQueueNumber
           EVALUATE TRUE
              WHEN AprRefund    MOVE "REFUND"     TO PrnAgeType
              WHEN AprWriteOff  MOVE "WRITE-OFF"  TO PrnAgeType
              WHEN AprFeeWaiver MOVE "FEE WAIVER" TO PrnAgeType
              WHEN OTHER        MOVE AprActionType TO PrnAgeType
           END-EVALUATE
           MOVE AprStudentId    TO PrnAgeStudentId
           MOVE AprAmount       TO PrnAgeAmount
           MOVE AprOriginUserId TO PrnAgeOriginUser
           MOVE AprOriginDate   TO PrnAgeOriginDate
           MOVE ItemAgeDays     TO PrnAgeDays
           WRITE ApprovalAgingLine FROM AgingDetailLine
                  AFTER ADVANCING 1 LINES.
       PrintAgingTotals.
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
              MOVE BucketLabel(BucketIdx)  TO PrnBucketLabel
              MOVE BucketCount(BucketIdx)  TO PrnBucketCount
              MOVE BucketAmount(BucketIdx) TO PrnBucketAmount
              IF BucketIdx = 1
                 WRITE ApprovalAgingLine FROM AgingBucketLine
                        AFTER ADVANCING 3 LINES
              ELSE
                 WRITE ApprovalAgingLine FROM AgingBucketLine
                        AFTER ADVANCING 1 LINES
              END-IF
           END-PERFORM
           MOVE "Total pending     = " TO PrnBucketLabel
           MOVE PendingCount  TO PrnBucketCount
           MOVE PendingAmount TO PrnBucketAmount
           WRITE ApprovalAgingLine FROM AgingBucketLine
                  AFTER ADVANCING 2 LINES
           MOVE "Approved unposted = " TO PrnBucketLabel
           MOVE UnpostedCount  TO PrnBucketCount
           MOVE UnpostedAmount TO PrnBucketAmount
           WRITE ApprovalAgingLine FROM AgingBucketLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM APRAGING.
