       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodControlFile ASSIGN TO "ARPERIOD.CTL"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS PeriodControlStatus.
           SELECT AccountMapFile ASSIGN TO "GLACCT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AccountMapStatus.
           SELECT TermMasterFile ASSIGN TO "TERMMST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS TermMasterStatus.
           SELECT DeferredRevFile ASSIGN TO "DEFREV.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS DeferredRevStatus.
           SELECT LedgerFile ASSIGN TO "ARLEDGER.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT GlJournalFile ASSIGN TO "DEFREV.EXT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ScheduleReportFile ASSIGN TO "DEFREV.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PeriodControlFile.
           01  PeriodControlRecord.
               02  CtlClosedThruDate PIC 9(8).
       FD  AccountMapFile.
           01  AccountMapRecord.
               88  EndOfAccountMap  VALUE HIGH-VALUES.
               02  MapEntryType     PIC X(3).
               02  MapDebitAccount  PIC 9(6).
               02  MapCreditAccount PIC 9(6).
       FD  TermMasterFile.
           01  TermMasterRecord.
               COPY TERMCPY.
       FD  DeferredRevFile.
           01  DeferredRevRecord.
               COPY DFRCPY.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  GlJournalFile.
           01  GlJournalRecord.
               02  GjeRecordType    PIC X.
               02  GjeEntryDate     PIC 9(8).
               02  GjeAccount       PIC 9(6).
               02  GjeDrCrFlag      PIC X.
               02  GjeAmount        PIC 9(9)V99.
               02  GjeSourceType    PIC X(3).
           01  GlTrailerRecord.
               02  GjtRecordType    PIC X.
               02  GjtRecordCount   PIC 9(6).
               02  GjtHashTotal     PIC 9(11)V99.
       FD  ScheduleReportFile.
           01  ScheduleReportLine   PIC X(70).
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "DEFREV".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  PeriodControlStatus  PIC XX.
       01  AccountMapStatus     PIC XX.
       01  TermMasterStatus     PIC XX.
       01  DeferredRevStatus    PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  AuditProgramNameLit  PIC X(10) VALUE "DEFREV".
       01  RecognitionDate      PIC 9(8).
       01  ClosedThruDate       PIC 9(8) VALUE ZERO.
       01  ScannedThruDate      PIC 9(8) VALUE ZERO.
       01  DeferredAccount      PIC 9(6) VALUE ZERO.
       01  RevenueAccount       PIC 9(6) VALUE ZERO.
       01  DeferralMapFlag      PIC X VALUE "N".
           88  DeferralMapFound VALUE "Y".
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode          PIC X(5).
               03  TermTabStartDate     PIC 9(8).
               03  TermTabEndDate       PIC 9(8).
       01  TermTableCount       PIC 9(4) VALUE ZERO.
       01  DeferredTable.
           02  DeferredEntry OCCURS 40 TIMES INDEXED BY DfrIdx.
               03  DfrTabTermCode       PIC X(5).
               03  DfrTabCharged        PIC S9(9)V99.
               03  DfrTabReversed       PIC S9(9)V99.
               03  DfrTabRecognized     PIC S9(9)V99.
               03  DfrTabThisRun        PIC S9(9)V99.
       01  DeferredTableCount   PIC 9(4) VALUE ZERO.
       01  EntryTermCode        PIC X(5).
       01  EntryTermEndDate     PIC 9(8).
       01  TermFoundFlag        PIC X VALUE "N".
           88  TermFound        VALUE "Y".
       01  TermStartInteger     PIC 9(8).
       01  TermEndInteger       PIC 9(8).
       01  RecognitionInteger   PIC 9(8).
       01  TermTotalDays        PIC S9(5) VALUE ZERO.
       01  TermDaysElapsed      PIC S9(5) VALUE ZERO.
       01  PctEarned            PIC 9(3)V9 VALUE ZERO.
       01  TermDeferredBase     PIC S9(9)V99 VALUE ZERO.
       01  TermEarnedToDate     PIC S9(9)V99 VALUE ZERO.
       01  TermRemaining        PIC S9(9)V99 VALUE ZERO.
       01  JournalAmount        PIC S9(9)V99 VALUE ZERO.
       01  ScheduleTotals.
           02  EntriesPickedUp      PIC 9(6) VALUE ZERO.
           02  NoTermCount          PIC 9(6) VALUE ZERO.
           02  TotalBase            PIC S9(10)V99 VALUE ZERO.
           02  TotalEarnedToDate    PIC S9(10)V99 VALUE ZERO.
           02  TotalThisRun         PIC S9(10)V99 VALUE ZERO.
           02  TotalRemaining       PIC S9(10)V99 VALUE ZERO.
           02  ExtractRecordCount   PIC 9(6) VALUE ZERO.
           02  ExtractHashTotal     PIC 9(11)V99 VALUE ZERO.
       01  ScheduleHeadingLine  PIC X(40)
           VALUE "  Deferred Tuition Revenue Schedule".
       01  ScheduleAsOfLine.
           02  FILLER           PIC X(15) VALUE "Recognized thru".
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnAsOfDate      PIC 9(8).
       01  ScheduleColumnLine.
           02  FILLER           PIC X(35) VALUE
               "Term      Pct  Deferred base       ".
           02  FILLER           PIC X(31) VALUE
               " Earned    This run   Remaining".
       01  ScheduleDetailLine.
           02  PrnSchTermCode   PIC X(5).
           02  FILLER           PIC X(3)  VALUE SPACES.
           02  PrnSchPct        PIC ZZ9.9.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnSchBase       PIC -(9)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnSchEarned     PIC -(9)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnSchThisRun    PIC -(7)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnSchRemaining  PIC -(7)9.99.
       01  ScheduleTotalLine.
           02  FILLER           PIC X(15) VALUE "Totals".
           02  PrnTotBase       PIC -(9)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnTotEarned     PIC -(9)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnTotThisRun    PIC -(7)9.99.
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnTotRemaining  PIC -(7)9.99.
       01  ScheduleCountLine.
           02  PrnSchCountText  PIC X(20).
           02  PrnSchCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM WriteAuditStart
           PERFORM CheckRunControl
           PERFORM ReadPeriodControl
           IF RecognitionDate <= ClosedThruDate
              DISPLAY "Recognition date in closed period - "
                      RecognitionDate
              MOVE "ARPERIOD.CTL" TO ErrorFileName
              MOVE "CP" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM LoadDeferralAccounts
           IF NOT DeferralMapFound
              DISPLAY "No DFR account mapping on GLACCT.DAT"
              MOVE "GLACCT.DAT" TO ErrorFileName
              MOVE "NF" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM LoadTermTable
           PERFORM LoadDeferredTable
           PERFORM PickUpLedgerActivity
           OPEN OUTPUT GlJournalFile
           OPEN OUTPUT ScheduleReportFile
           WRITE ScheduleReportLine FROM ScheduleHeadingLine
                  AFTER ADVANCING PAGE
           MOVE RecognitionDate TO PrnAsOfDate
           WRITE ScheduleReportLine FROM ScheduleAsOfLine
                  AFTER ADVANCING 1 LINES
           WRITE ScheduleReportLine FROM ScheduleColumnLine
                  AFTER ADVANCING 2 LINES
           COMPUTE RecognitionInteger =
                   FUNCTION INTEGER-OF-DATE(RecognitionDate)
           PERFORM VARYING DfrIdx FROM 1 BY 1
                   UNTIL DfrIdx > DeferredTableCount
              PERFORM RecognizeOneTerm
           END-PERFORM
           PERFORM WriteJournalTrailer
           PERFORM PrintScheduleTotals
           PERFORM SaveDeferredTable
           CLOSE GlJournalFile, ScheduleReportFile
           PERFORM WriteAuditEnd
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           PERFORM WriteAuditEnd
           GOBACK.
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
           MOVE EntriesPickedUp TO AuditRecordCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO RecognitionDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT RecognitionDate FROM DATE YYYYMMDD
           END-IF.
       ReadPeriodControl.
           OPEN INPUT PeriodControlFile
           IF PeriodControlStatus = "00"
              READ PeriodControlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlClosedThruDate TO ClosedThruDate
              END-READ
              CLOSE PeriodControlFile
           END-IF.
       LoadDeferralAccounts.
           OPEN INPUT AccountMapFile
           IF AccountMapStatus NOT = "00"
              MOVE "GLACCT.DAT" TO ErrorFileName
              MOVE AccountMapStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ AccountMapFile
             AT END SET EndOfAccountMap TO TRUE
           END-READ
           PERFORM UNTIL EndOfAccountMap
              IF MapEntryType = "DFR"
                 MOVE MapDebitAccount  TO DeferredAccount
                 MOVE MapCreditAccount TO RevenueAccount
                 MOVE "Y" TO DeferralMapFlag
              END-IF
              READ AccountMapFile
                AT END SET EndOfAccountMap TO TRUE
              END-READ
           END-PERFORM
           CLOSE AccountMapFile.
       LoadTermTable.
           OPEN INPUT TermMasterFile
           IF TermMasterStatus NOT = "00"
              MOVE "TERMMST.DAT" TO ErrorFileName
              MOVE TermMasterStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ TermMasterFile
             AT END SET EndOfTermFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTermFile
              IF TermTableCount < 20
                 ADD 1 TO TermTableCount
                 SET TermIdx TO TermTableCount
                 MOVE TermCode      TO TermTabCode(TermIdx)
                 MOVE TermStartDate TO TermTabStartDate(TermIdx)
                 MOVE TermEndDate   TO TermTabEndDate(TermIdx)
              ELSE
                 MOVE "TERMMST.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ TermMasterFile
                AT END SET EndOfTermFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TermMasterFile.
       LoadDeferredTable.
           OPEN INPUT DeferredRevFile
           IF DeferredRevStatus = "00"
              READ DeferredRevFile
                AT END SET EndOfDeferredRev TO TRUE
              END-READ
              PERFORM UNTIL EndOfDeferredRev
                 IF DeferredTableCount < 40
                    ADD 1 TO DeferredTableCount
                    SET DfrIdx TO DeferredTableCount
                    MOVE DfrTermCode   TO DfrTabTermCode(DfrIdx)
                    MOVE DfrChargedTotal TO DfrTabCharged(DfrIdx)
                    MOVE DfrReversedTotal TO DfrTabReversed(DfrIdx)
                    MOVE DfrRecognizedTotal
                                       TO DfrTabRecognized(DfrIdx)
                    MOVE ZERO          TO DfrTabThisRun(DfrIdx)
                    IF DfrLastRunDate > ScannedThruDate
                       MOVE DfrLastRunDate TO ScannedThruDate
                    END-IF
                 ELSE
                    MOVE "DEFREV.DAT" TO ErrorFileName
                    MOVE "OV" TO ErrorFileStatus
                    PERFORM ReportFileError
                 END-IF
                 READ DeferredRevFile
                   AT END SET EndOfDeferredRev TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DeferredRevFile
           END-IF.
       PickUpLedgerActivity.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
              SET EndOfLedgerFile TO TRUE
           ELSE
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              IF LedgEntryDate > ScannedThruDate
                 AND LedgEntryDate <= RecognitionDate
                 AND (LedgerCharge OR LedgerAssessedFee
                      OR LedgerRefund)
                 PERFORM DeferOneEntry
              END-IF
              READ LedgerFile
                AT END SET EndOfLedgerFile TO TRUE
              END-READ
           END-PERFORM
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
              CLOSE LedgerFile
           END-IF.
       DeferOneEntry.
           PERFORM FindEntryTerm
           IF NOT TermFound
              ADD 1 TO NoTermCount
           ELSE
              PERFORM FindDeferredTerm
              ADD 1 TO EntriesPickedUp
              IF LedgerCharge OR LedgerAssessedFee
                 ADD LedgAmount TO DfrTabCharged(DfrIdx)
              ELSE
                 ADD LedgAmount TO DfrTabReversed(DfrIdx)
              END-IF
           END-IF.
       FindEntryTerm.
           MOVE "N" TO TermFoundFlag
           MOVE 99999999 TO EntryTermEndDate
           PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > TermTableCount
              IF TermTabEndDate(TermIdx) >= LedgEntryDate
                 AND TermTabEndDate(TermIdx) < EntryTermEndDate
                 MOVE TermTabCode(TermIdx)    TO EntryTermCode
                 MOVE TermTabEndDate(TermIdx) TO EntryTermEndDate
                 MOVE "Y" TO TermFoundFlag
              END-IF
           END-PERFORM.
       FindDeferredTerm.
           SET DfrIdx TO 1
           PERFORM UNTIL DfrIdx > DeferredTableCount
              OR DfrTabTermCode(DfrIdx) = EntryTermCode
              SET DfrIdx UP BY 1
           END-PERFORM
           IF DfrIdx > DeferredTableCount
              IF DeferredTableCount < 40
                 ADD 1 TO DeferredTableCount
                 SET DfrIdx TO DeferredTableCount
                 MOVE EntryTermCode TO DfrTabTermCode(DfrIdx)
                 MOVE ZERO TO DfrTabCharged(DfrIdx)
                 MOVE ZERO TO DfrTabReversed(DfrIdx)
                 MOVE ZERO TO DfrTabRecognized(DfrIdx)
                 MOVE ZERO TO DfrTabThisRun(DfrIdx)
              ELSE
                 MOVE "DEFREV.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
           END-IF.
       RecognizeOneTerm.
           MOVE "N" TO TermFoundFlag
           SET TermIdx TO 1
           PERFORM UNTIL TermIdx > TermTableCount
              OR TermFound
              IF TermTabCode(TermIdx) = DfrTabTermCode(DfrIdx)
                 MOVE "Y" TO TermFoundFlag
              ELSE
                 SET TermIdx UP BY 1
              END-IF
           END-PERFORM
           IF TermFound
              PERFORM ComputeTermEarned
           ELSE
              MOVE 100 TO PctEarned
           END-IF
           COMPUTE TermDeferredBase = DfrTabCharged(DfrIdx)
                                    - DfrTabReversed(DfrIdx)
           COMPUTE TermEarnedToDate ROUNDED =
                   TermDeferredBase * PctEarned / 100
           COMPUTE DfrTabThisRun(DfrIdx) =
                   TermEarnedToDate - DfrTabRecognized(DfrIdx)
           MOVE TermEarnedToDate TO DfrTabRecognized(DfrIdx)
           COMPUTE TermRemaining = TermDeferredBase - TermEarnedToDate
           IF DfrTabThisRun(DfrIdx) NOT = ZERO
              PERFORM WriteRecognitionEntry
           END-IF
           ADD TermDeferredBase      TO TotalBase
           ADD TermEarnedToDate      TO TotalEarnedToDate
           ADD DfrTabThisRun(DfrIdx) TO TotalThisRun
           ADD TermRemaining         TO TotalRemaining
           MOVE DfrTabTermCode(DfrIdx) TO PrnSchTermCode
           MOVE PctEarned              TO PrnSchPct
           MOVE TermDeferredBase       TO PrnSchBase
           MOVE TermEarnedToDate       TO PrnSchEarned
           MOVE DfrTabThisRun(DfrIdx)  TO PrnSchThisRun
           MOVE TermRemaining          TO PrnSchRemaining
           WRITE ScheduleReportLine FROM ScheduleDetailLine
                  AFTER ADVANCING 1 LINES.
       ComputeTermEarned.
           COMPUTE TermStartInteger =
                   FUNCTION INTEGER-OF-DATE(TermTabStartDate(TermIdx))
           COMPUTE TermEndInteger =
                   FUNCTION INTEGER-OF-DATE(TermTabEndDate(TermIdx))
           COMPUTE TermTotalDays = TermEndInteger - TermStartInteger + 1
           COMPUTE TermDaysElapsed = RecognitionInteger
                                   - TermStartInteger + 1
           IF TermDaysElapsed < ZERO
              MOVE ZERO TO TermDaysElapsed
           END-IF
           IF TermDaysElapsed > TermTotalDays
              MOVE TermTotalDays TO TermDaysElapsed
           END-IF
           IF TermTotalDays > ZERO
              COMPUTE PctEarned ROUNDED =
                      TermDaysElapsed * 100 / TermTotalDays
           ELSE
              MOVE 100 TO PctEarned
           END-IF.
       WriteRecognitionEntry.
           IF DfrTabThisRun(DfrIdx) > ZERO
              MOVE DfrTabThisRun(DfrIdx) TO JournalAmount
              MOVE DeferredAccount TO GjeAccount
              PERFORM WriteJournalDebit
              MOVE RevenueAccount TO GjeAccount
              PERFORM WriteJournalCredit
           ELSE
              COMPUTE JournalAmount = ZERO - DfrTabThisRun(DfrIdx)
              MOVE RevenueAccount TO GjeAccount
              PERFORM WriteJournalDebit
              MOVE DeferredAccount TO GjeAccount
              PERFORM WriteJournalCredit
           END-IF.
       WriteJournalDebit.
           MOVE "D" TO GjeRecordType
           MOVE RecognitionDate TO GjeEntryDate
           MOVE "D" TO GjeDrCrFlag
           MOVE JournalAmount TO GjeAmount
           MOVE "DFR" TO GjeSourceType
           WRITE GlJournalRecord
           ADD 1 TO ExtractRecordCount
           ADD JournalAmount TO ExtractHashTotal.
       WriteJournalCredit.
           MOVE "D" TO GjeRecordType
           MOVE RecognitionDate TO GjeEntryDate
           MOVE "C" TO GjeDrCrFlag
           MOVE JournalAmount TO GjeAmount
           MOVE "DFR" TO GjeSourceType
           WRITE GlJournalRecord
           ADD 1 TO ExtractRecordCount
           ADD JournalAmount TO ExtractHashTotal.
       WriteJournalTrailer.
           MOVE SPACES TO GlTrailerRecord
           MOVE "T" TO GjtRecordType
           MOVE ExtractRecordCount TO GjtRecordCount
           MOVE ExtractHashTotal   TO GjtHashTotal
           WRITE GlTrailerRecord.
       PrintScheduleTotals.
           MOVE TotalBase         TO PrnTotBase
           MOVE TotalEarnedToDate TO PrnTotEarned
           MOVE TotalThisRun      TO PrnTotThisRun
           MOVE TotalRemaining    TO PrnTotRemaining
           WRITE ScheduleReportLine FROM ScheduleTotalLine
                  AFTER ADVANCING 2 LINES
           MOVE "Entries picked up= " TO PrnSchCountText
           MOVE EntriesPickedUp TO PrnSchCount
           WRITE ScheduleReportLine FROM ScheduleCountLine
                  AFTER ADVANCING 2 LINES
           IF NoTermCount > ZERO
              MOVE "No term for date = " TO PrnSchCountText
              MOVE NoTermCount TO PrnSchCount
              WRITE ScheduleReportLine FROM ScheduleCountLine
                     AFTER ADVANCING 1 LINES
              MOVE 4 TO RETURN-CODE
           END-IF.
       SaveDeferredTable.
           OPEN OUTPUT DeferredRevFile
           PERFORM VARYING DfrIdx FROM 1 BY 1
                   UNTIL DfrIdx > DeferredTableCount
              MOVE DfrTabTermCode(DfrIdx)   TO DfrTermCode
              MOVE DfrTabCharged(DfrIdx)    TO DfrChargedTotal
              MOVE DfrTabReversed(DfrIdx)   TO DfrReversedTotal
              MOVE DfrTabRecognized(DfrIdx) TO DfrRecognizedTotal
              MOVE RecognitionDate          TO DfrLastRunDate
              WRITE DeferredRevRecord
           END-PERFORM
           CLOSE DeferredRevFile.
       END PROGRAM DEFREV.
