       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnedMailFile ASSIGN TO "RETMAIL.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ReturnedMailStatus.
           SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS RANDOM
                      RECORD KEY IS AddrStudentId
                      FILE STATUS IS AddressFileStatus.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
           SELECT AuditLogFile ASSIGN TO "AUDIT.LOG"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MailReturnReportFile ASSIGN TO "MAILRET.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReturnedMailFile.
           01  ReturnedMailRecord.
               88  EndOfReturnedMail VALUE HIGH-VALUES.
               02  RtmChannel       PIC X.
                   88  RtmPostal    VALUE "P", "p".
                   88  RtmEmail     VALUE "E", "e".
               02  RtmStudentId     PIC 9(7).
               02  RtmReturnDate    PIC 9(8).
               02  RtmReason        PIC XX.
               02  RtmDocument      PIC X(20).
               02  RtmEmailAddress  PIC X(40).
               02  RtmPostalCode    PIC X(10).
       FD  AddressFile.
           01  AddressRecord.
               COPY ADDRCPY.
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       FD  AuditLogFile.
           01  AuditLogRecord.
               COPY AUDITCPY.
       FD  MailReturnReportFile.
           01  MailReturnReportLine PIC X(70).
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "MAILRET".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  ReturnedMailStatus   PIC XX.
       01  AddressFileStatus    PIC XX.
       01  AddrNeedStatus       PIC XX.
       01  MailReturnRunDate    PIC 9(8).
       01  AddressFoundFlag     PIC X.
           88  AddressFound     VALUE "Y".
       01  AuditProgramNameLit  PIC X(10) VALUE "MAILRET".
       01  LockHeldFlag         PIC X VALUE "N".
           88  MasterLockHeld   VALUE "Y".
       01  LockAction           PIC X.
       01  LockResourceName     PIC X(12).
       01  LockProgramName      PIC X(10) VALUE "MAILRET".
       01  LockResultFlag       PIC X.
           88  LockGranted      VALUE "Y".
       01  MailReturnTotals.
           02  ReturnReadCount  PIC 9(6) VALUE ZERO.
           02  PostalFlagCount  PIC 9(6) VALUE ZERO.
           02  EmailFlagCount   PIC 9(6) VALUE ZERO.
           02  AlreadyFlagCount PIC 9(6) VALUE ZERO.
           02  ReturnExceptCount PIC 9(6) VALUE ZERO.
       01  MailReturnHeadingLine PIC X(40)
           VALUE "  Returned Mail and Email Bounces".
       01  MailReturnColumnLine PIC X(70)
           VALUE "          Student  Returned Rsn Document".
       01  MailReturnFlagLine.
           02  PrnFlagChannel   PIC X(10).
           02  PrnFlagStudentId PIC 9(7).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnFlagDate      PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  PrnFlagReason    PIC XX.
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnFlagDocument  PIC X(20).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  PrnFlagNote      PIC X(16).
       01  MailReturnErrorLine.
           02  FILLER           PIC X(10) VALUE "Error    -".
           02  PrnErrStudentId  PIC 9(7).
           02  FILLER           PIC X(3)  VALUE " - ".
           02  PrnErrText       PIC X(30).
       01  MailReturnCountLine.
           02  PrnRetCountText  PIC X(20).
           02  PrnRetCount      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ObtainAddressLock
           IF NOT LockGranted
              DISPLAY "ADDRESS.DAT is locked - try later."
              MOVE "ADDRESS.DAT" TO ErrorFileName
              MOVE "LK" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           PERFORM WriteAuditStart
           ACCEPT MailReturnRunDate FROM DATE YYYYMMDD
           OPEN INPUT ReturnedMailFile
           IF ReturnedMailStatus NOT = "00"
              MOVE "RETMAIL.DAT" TO ErrorFileName
              MOVE ReturnedMailStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN I-O AddressFile
           IF AddressFileStatus NOT = "00"
              MOVE "ADDRESS.DAT" TO ErrorFileName
              MOVE AddressFileStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           OPEN EXTEND AddrNeedFile
           IF AddrNeedStatus = "35"
              OPEN OUTPUT AddrNeedFile
           END-IF
           OPEN OUTPUT MailReturnReportFile
           WRITE MailReturnReportLine FROM MailReturnHeadingLine
                  AFTER ADVANCING PAGE
           WRITE MailReturnReportLine FROM MailReturnColumnLine
                  AFTER ADVANCING 2 LINES
           READ ReturnedMailFile
             AT END SET EndOfReturnedMail TO TRUE
           END-READ
           PERFORM UNTIL EndOfReturnedMail
              ADD 1 TO ReturnReadCount
              PERFORM ApplyReturnedItem
              READ ReturnedMailFile
                AT END SET EndOfReturnedMail TO TRUE
              END-READ
           END-PERFORM
           PERFORM PrintMailReturnTotals
           CLOSE ReturnedMailFile, AddressFile, AddrNeedFile,
                 MailReturnReportFile
           PERFORM WriteAuditEnd
           PERFORM ReleaseAddressLock
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE 12 TO RETURN-CODE
           IF MasterLockHeld
              PERFORM WriteAuditEnd
              PERFORM ReleaseAddressLock
           END-IF
           GOBACK.
       ObtainAddressLock.
           MOVE "L" TO LockAction
           MOVE "ADDRESS.DAT" TO LockResourceName
           CALL "FLOCK" USING LockAction, LockResourceName,
                              LockProgramName, LockResultFlag
           IF LockGranted
              MOVE "Y" TO LockHeldFlag
           END-IF.
       ReleaseAddressLock.
           MOVE "U" TO LockAction
           MOVE "ADDRESS.DAT" TO LockResourceName
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
           COMPUTE AuditRecordCount = PostalFlagCount
                                    + EmailFlagCount
           MOVE SPACES TO AuditUserId
           WRITE AuditLogRecord
           CLOSE AuditLogFile.
       ApplyReturnedItem.
           MOVE "N" TO AddressFoundFlag
           MOVE RtmStudentId TO AddrStudentId
           READ AddressFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO AddressFoundFlag
           END-READ
           IF RtmReason = SPACES
              MOVE "UN" TO RtmReason
           END-IF
           IF RtmReturnDate NOT NUMERIC OR RtmReturnDate = ZERO
              MOVE MailReturnRunDate TO RtmReturnDate
           END-IF
           EVALUATE TRUE
              WHEN NOT AddressFound
                 MOVE "no address on file" TO PrnErrText
                 PERFORM WriteReturnException
              WHEN RtmPostal
                 PERFORM FlagPostalAddress
              WHEN RtmEmail
                 PERFORM FlagEmailAddress
              WHEN OTHER
                 MOVE "unrecognized channel" TO PrnErrText
                 PERFORM WriteReturnException
           END-EVALUATE.
       FlagPostalAddress.
           EVALUATE TRUE
              WHEN RtmPostalCode NOT = SPACES
                   AND RtmPostalCode NOT = AddrPostalCode
                 MOVE "address changed since mailing"
                                       TO PrnErrText
                 PERFORM WriteReturnException
              WHEN AddrMailBad
                 MOVE "Postal   -" TO PrnFlagChannel
                 MOVE "already flagged" TO PrnFlagNote
                 PERFORM WriteFlagLine
                 ADD 1 TO AlreadyFlagCount
              WHEN OTHER
                 MOVE "Y"           TO AddrMailBadFlag
                 MOVE RtmReturnDate TO AddrMailBadDate
                 MOVE RtmReason     TO AddrMailBadReason
                 PERFORM RewriteAddress
                 PERFORM WriteAddrNeeded
                 MOVE "Postal   -" TO PrnFlagChannel
                 MOVE "address needed" TO PrnFlagNote
                 PERFORM WriteFlagLine
                 ADD 1 TO PostalFlagCount
           END-EVALUATE.
       FlagEmailAddress.
           EVALUATE TRUE
              WHEN RtmEmailAddress NOT = SPACES
                   AND RtmEmailAddress NOT = AddrEmail
                 MOVE "email changed since sending"
                                       TO PrnErrText
                 PERFORM WriteReturnException
              WHEN AddrEmailBad
                 MOVE "Email    -" TO PrnFlagChannel
                 MOVE "already flagged" TO PrnFlagNote
                 PERFORM WriteFlagLine
                 ADD 1 TO AlreadyFlagCount
              WHEN OTHER
                 MOVE "Y"           TO AddrEmailBadFlag
                 MOVE RtmReturnDate TO AddrEmailBadDate
                 MOVE RtmReason     TO AddrEmailBadReason
                 PERFORM RewriteAddress
                 MOVE "Email    -" TO PrnFlagChannel
                 MOVE "print instead" TO PrnFlagNote
                 PERFORM WriteFlagLine
                 ADD 1 TO EmailFlagCount
           END-EVALUATE.
       RewriteAddress.
           REWRITE AddressRecord
              INVALID KEY
                 MOVE "ADDRESS.DAT" TO ErrorFileName
                 MOVE AddressFileStatus TO ErrorFileStatus
                 PERFORM ReportFileError
           END-REWRITE.
       WriteAddrNeeded.
           MOVE SPACES TO AddrNeedRecord
           MOVE RtmStudentId      TO AnwStudentId
           MOVE "MAILRET"         TO AnwProgramName
           MOVE RtmDocument       TO AnwDocument
           MOVE MailReturnRunDate TO AnwListedDate
           MOVE RtmReason         TO AnwReason
           WRITE AddrNeedRecord.
       WriteFlagLine.
           MOVE RtmStudentId  TO PrnFlagStudentId
           MOVE RtmReturnDate TO PrnFlagDate
           MOVE RtmReason     TO PrnFlagReason
           MOVE RtmDocument   TO PrnFlagDocument
           WRITE MailReturnReportLine FROM MailReturnFlagLine
                  AFTER ADVANCING 1 LINES.
       WriteReturnException.
           MOVE RtmStudentId TO PrnErrStudentId
           WRITE MailReturnReportLine FROM MailReturnErrorLine
                  AFTER ADVANCING 1 LINES
           ADD 1 TO ReturnExceptCount
           MOVE 4 TO RETURN-CODE.
       PrintMailReturnTotals.
           MOVE "Returns read     = " TO PrnRetCountText
           MOVE ReturnReadCount TO PrnRetCount
           WRITE MailReturnReportLine FROM MailReturnCountLine
                  AFTER ADVANCING 2 LINES
           MOVE "Postal flagged   = " TO PrnRetCountText
           MOVE PostalFlagCount TO PrnRetCount
           WRITE MailReturnReportLine FROM MailReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Email flagged    = " TO PrnRetCountText
           MOVE EmailFlagCount TO PrnRetCount
           WRITE MailReturnReportLine FROM MailReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Already flagged  = " TO PrnRetCountText
           MOVE AlreadyFlagCount TO PrnRetCount
           WRITE MailReturnReportLine FROM MailReturnCountLine
                  AFTER ADVANCING 1 LINES
           MOVE "Returns in error = " TO PrnRetCountText
           MOVE ReturnExceptCount TO PrnRetCount
           WRITE MailReturnReportLine FROM MailReturnCountLine
                  AFTER ADVANCING 1 LINES.
       END PROGRAM MAILRET.
