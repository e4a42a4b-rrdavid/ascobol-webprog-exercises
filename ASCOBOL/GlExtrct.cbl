       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountMapFile ASSIGN TO "GLACCT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AccountMapStatus.
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LedgerKey
                      FILE STATUS IS LedgerFileStatus.
           SELECT SponsorArFile ASSIGN TO "SPONAR.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS SponsorArKey
                      FILE STATUS IS SponsorArStatus.
           SELECT GlJournalFile ASSIGN TO "GLJRNL.EXT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GlRegisterFile ASSIGN TO "GLEXTR.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AccountMapFile.
           01  AccountMapRecord.
               88  EndOfAccountMap  VALUE HIGH-VALUES.
       FD  LedgerFile.
           01  LedgerRecord.
               COPY LEDGCPY.
       FD  SponsorArFile.
           01  SponsorArRecord.
               COPY SPARCPY.
       FD  GlJournalFile.
           01  GlJournalRecord.
               02  GjeRecordType    PIC X.
       01  ErrorProgramName     PIC X(10) VALUE "GLEXTRCT".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  AccountMapStatus     PIC XX.
       01  LedgerFileStatus     PIC XX.
       01  SponsorArStatus      PIC XX.
       01  GlSourceType         PIC X(3).
       01  GlSourceAmount       PIC S9(7)V99.
       01  GlDebitAccount       PIC 9(6).
       01  GlCreditAccount      PIC 9(6).
       01  DeferredAccount      PIC 9(6) VALUE ZERO.
       01  DeferralMapFlag      PIC X VALUE "N".
           88  DeferralMapFound VALUE "Y".
       01  RunControlFound      PIC X VALUE "N".
           88  RunControlFoundFlag VALUE "Y".
       01  ExtractDate          PIC 9(8).
       01  AccountMapCount      PIC 9(4) VALUE ZERO.
       01  MapFoundFlag         PIC X VALUE "N".
           88  MapEntryFound    VALUE "Y".
       01  FeeMapFlag           PIC X VALUE "N".
           88  FeeMapFound      VALUE "Y".
       01  ChargeMapEntry       PIC 9(4) VALUE ZERO.
       01  UnmappedCount        PIC 9(6) VALUE ZERO.
       01  ExtractTotals.
           02  ExtractRecordCount PIC 9(6) VALUE ZERO.
       Begin.
           PERFORM CheckRunControl
           PERFORM LoadAccountMap
           PERFORM DefaultFeeAccountMap
           PERFORM AccumulateLedgerActivity
           PERFORM AccumulateSponsorActivity
           OPEN OUTPUT GlJournalFile
           OPEN OUTPUT GlRegisterFile
           WRITE GlRegisterLine FROM GlHeadingLine
           MOVE 12 TO RETURN-CODE
           GOBACK.
       CheckRunControl.
           MOVE "RUN-DATE" TO ParmReqName
           MOVE ZERO TO ParmReqAsOfDate
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqDate NUMERIC
              AND ParmReqDate > ZERO
              MOVE ParmReqDate TO ExtractDate
              MOVE "Y" TO RunControlFound
           END-IF
           IF NOT RunControlFoundFlag
              ACCEPT ExtractDate FROM DATE YYYYMMDD
                 MOVE MapDebitAccount  TO MapTabDebitAccount(MapIdx)
                 MOVE MapCreditAccount TO MapTabCreditAccount(MapIdx)
                 MOVE ZERO             TO MapTabAmount(MapIdx)
                 IF MapEntryType = "DFR"
                    MOVE MapDebitAccount TO DeferredAccount
                    MOVE "Y" TO DeferralMapFlag
                 END-IF
              ELSE
                 MOVE "GLACCT.DAT" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
              END-READ
           END-PERFORM
           CLOSE AccountMapFile.
       DefaultFeeAccountMap.
           PERFORM VARYING MapIdx FROM 1 BY 1
                   UNTIL MapIdx > AccountMapCount
              IF MapTabEntryType(MapIdx) = "FEE"
                 MOVE "Y" TO FeeMapFlag
              END-IF
              IF MapTabEntryType(MapIdx) = "CHG"
                 SET ChargeMapEntry TO MapIdx
              END-IF
           END-PERFORM
           IF NOT FeeMapFound AND ChargeMapEntry > ZERO
              AND AccountMapCount < 20
              ADD 1 TO AccountMapCount
              SET MapIdx TO AccountMapCount
              MOVE "FEE" TO MapTabEntryType(MapIdx)
              MOVE MapTabDebitAccount(ChargeMapEntry)
                                 TO MapTabDebitAccount(MapIdx)
              MOVE MapTabCreditAccount(ChargeMapEntry)
                                 TO MapTabCreditAccount(MapIdx)
              MOVE ZERO TO MapTabAmount(MapIdx)
           END-IF.
       AccumulateLedgerActivity.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
           END-IF
           PERFORM UNTIL EndOfLedgerFile
              IF LedgEntryDate = ExtractDate
                 MOVE LedgEntryType TO GlSourceType
                 MOVE LedgAmount    TO GlSourceAmount
                 PERFORM AccumulateOneEntry
              END-IF
              READ LedgerFile
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
              CLOSE LedgerFile
           END-IF.
       AccumulateSponsorActivity.
           OPEN INPUT SponsorArFile
           IF SponsorArStatus NOT = "00"
              SET EndOfSponsorAr TO TRUE
           ELSE
              READ SponsorArFile
                AT END SET EndOfSponsorAr TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfSponsorAr
              IF SarEntryDate = ExtractDate
                 MOVE SarEntryType TO GlSourceType
                 MOVE SarAmount    TO GlSourceAmount
                 PERFORM AccumulateOneEntry
              END-IF
              READ SponsorArFile
                AT END SET EndOfSponsorAr TO TRUE
              END-READ
           END-PERFORM
           IF SponsorArStatus = "00" OR SponsorArStatus = "10"
              CLOSE SponsorArFile
           END-IF.
       AccumulateOneEntry.
           MOVE "N" TO MapFoundFlag
           SET MapIdx TO 1
           PERFORM UNTIL MapIdx > AccountMapCount
              OR MapEntryFound
              IF MapTabEntryType(MapIdx) = GlSourceType
                 MOVE "Y" TO MapFoundFlag
                 ADD GlSourceAmount TO MapTabAmount(MapIdx)
              ELSE
                 SET MapIdx UP BY 1
              END-IF
              END-IF
           END-PERFORM.
       WriteOneJournalEntry.
           MOVE MapTabDebitAccount(MapIdx)  TO GlDebitAccount
           MOVE MapTabCreditAccount(MapIdx) TO GlCreditAccount
           IF DeferralMapFound
              IF MapTabEntryType(MapIdx) = "CHG"
                 OR MapTabEntryType(MapIdx) = "FEE"
                 MOVE DeferredAccount TO GlCreditAccount
              END-IF
              IF MapTabEntryType(MapIdx) = "REF"
                 MOVE DeferredAccount TO GlDebitAccount
              END-IF
           END-IF
           MOVE SPACES TO GlJournalRecord
           MOVE "D" TO GjeRecordType
           MOVE ExtractDate TO GjeEntryDate
           MOVE GlDebitAccount TO GjeAccount
           MOVE "D" TO GjeDrCrFlag
           MOVE MapTabAmount(MapIdx) TO GjeAmount
           MOVE MapTabEntryType(MapIdx) TO GjeSourceType
           MOVE SPACES TO GlJournalRecord
           MOVE "D" TO GjeRecordType
           MOVE ExtractDate TO GjeEntryDate
           MOVE GlCreditAccount TO GjeAccount
           MOVE "C" TO GjeDrCrFlag
           MOVE MapTabAmount(MapIdx) TO GjeAmount
           MOVE MapTabEntryType(MapIdx) TO GjeSourceType
           ADD MapTabAmount(MapIdx) TO ExtractHashTotal
           ADD MapTabAmount(MapIdx) TO TotalCredits
           MOVE MapTabEntryType(MapIdx)    TO PrnGlEntryType
           MOVE GlDebitAccount  TO PrnGlDebitAccount
           MOVE GlCreditAccount TO PrnGlCreditAccount
           MOVE MapTabAmount(MapIdx)       TO PrnGlAmount
           WRITE GlRegisterLine FROM GlDetailLine
                  AFTER ADVANCING 1 LINES.
