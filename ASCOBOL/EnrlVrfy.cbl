                      FILE STATUS IS TermMasterStatus.
           SELECT VerifyLetterFile ASSIGN TO "VERIFY.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AddrNeedFile ASSIGN TO "ADDRNEED.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS AddrNeedStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  VerifyRequestFile.
               COPY TERMCPY.
       FD  VerifyLetterFile.
           01  VerifyLetterLine     PIC X(70).
       FD  AddrNeedFile.
           01  AddrNeedRecord.
               COPY ANEDCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "ENRLVRFY".
       01  ErrorFileName        PIC X(12).
       01  StudentFileStatus    PIC XX.
       01  AddressFileStatus    PIC XX.
       01  TermMasterStatus     PIC XX.
       01  DisclosureEntry.
           COPY DISCCPY.
       01  AddrNeedStatus       PIC XX.
       01  VerifyRunDate        PIC 9(8).
       01  StudentFoundFlag     PIC X VALUE "N".
           88  VerifyStudentFound VALUE "Y".
       01  AddressFoundFlag     PIC X VALUE "N".
           88  AddressFound     VALUE "Y".
       01  AddrCityLine         PIC X(30).
       01  HoldCheckAction      PIC X VALUE "T".
       01  HoldCheckResult      PIC X.
           88  StudentOnHold    VALUE "Y".
       01  HoldCheckType        PIC X(3).
       01  HoldCheckOffice      PIC X(4).
       01  EnrolledCourseCount  PIC 9 VALUE ZERO.
       01  LoadClassText        PIC X(14).
       01  LoadClassCode        PIC X.
           88  LoadClassFailed  VALUE "E".
       01  LoadCreditHours      PIC 9(3)V9.
       01  TermTable.
           02  TermEntry OCCURS 20 TIMES INDEXED BY TermIdx.
               03  TermTabCode      PIC X(5).
       01  VerifyTotals.
           02  LettersPrinted   PIC 9(4) VALUE ZERO.
           02  RequestsRejected PIC 9(4) VALUE ZERO.
           02  AddrNeededCount  PIC 9(4) VALUE ZERO.
       01  LetterHeadingLine    PIC X(40)
           VALUE "  Enrollment Verification Letter".
       01  LetterDateLine.
       01  LetterAddressLine.
           02  FILLER           PIC X(10) VALUE SPACES.
           02  PrnLetterAddress PIC X(30).
       01  LetterAddrNeededLine.
           02  FILLER           PIC X(10) VALUE SPACES.
           02  FILLER           PIC X(40) VALUE
               "** Address on file is undeliverable **".
       01  LetterBodyLine.
           02  FILLER           PIC X(27) VALUE
               "This certifies enrollment, ".
           02  PrnLetterLoadClass PIC X(14).
           02  FILLER           PIC X(2)  VALUE " (".
           02  PrnLetterCourseCount PIC 9.
           02  FILLER           PIC X(10) VALUE " courses, ".
           02  PrnLetterCredits PIC ZZ9.9.
           02  FILLER           PIC X(9)  VALUE " credits)".
       01  LetterTermLine.
           02  FILLER           PIC X(6)  VALUE "Term  ".
           02  PrnLetterTermCode PIC X(5).
           END-IF
           OPEN INPUT AddressFile
           OPEN OUTPUT VerifyLetterFile
           OPEN EXTEND AddrNeedFile
           IF AddrNeedStatus = "35"
              OPEN OUTPUT AddrNeedFile
           END-IF
           READ VerifyRequestFile
             AT END SET EndOfVerifyRequest TO TRUE
              END-READ
           END-PERFORM
           CLOSE VerifyRequestFile, StudentFile,
                 VerifyLetterFile, AddrNeedFile
           IF AddressFileStatus = "00"
              CLOSE AddressFile
           END-IF
           DISPLAY "Verification letters - " LettersPrinted
           DISPLAY "Requests rejected    - " RequestsRejected
           DISPLAY "Addresses needed     - " AddrNeededCount
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                        AFTER ADVANCING PAGE
                 ADD 1 TO RequestsRejected
              ELSE
                 PERFORM CheckVerifyHold
              END-IF
           END-IF.
       CheckVerifyHold.
           CALL "HOLDCHK" USING VReqStudentId, HoldCheckAction,
                                HoldCheckResult, HoldCheckType,
                                HoldCheckOffice
           IF StudentOnHold
              MOVE VReqStudentId TO PrnRejectStudentId
              MOVE SPACES TO PrnRejectText
              STRING "held - " HoldCheckType " hold by "
                     HoldCheckOffice DELIMITED BY SIZE
                INTO PrnRejectText
              END-STRING
              WRITE VerifyLetterLine FROM LetterRejectLine
                     AFTER ADVANCING PAGE
              ADD 1 TO RequestsRejected
           ELSE
              PERFORM PrintVerifyLetter
           END-IF.
       PrintVerifyLetter.
           PERFORM ClassifyCourseLoad
           WRITE VerifyLetterLine FROM LetterHeadingLine
           PERFORM PrintLetterAddress
           MOVE LoadClassText TO PrnLetterLoadClass
           MOVE EnrolledCourseCount TO PrnLetterCourseCount
           MOVE LoadCreditHours TO PrnLetterCredits
           WRITE VerifyLetterLine FROM LetterBodyLine
                  AFTER ADVANCING 2 LINES
           IF CurrentTermFound
           ELSE
              ADD 4 TO EnrolledCourseCount
           END-IF
           CALL "LOADCLS" USING StudentDetails, LoadCreditHours,
                                LoadClassCode, LoadClassText
           IF LoadClassFailed
              MOVE "COURSECAT.DAT" TO ErrorFileName
              MOVE "LE" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       PrintLetterAddress.
           MOVE "N" TO AddressFoundFlag
                 NOT INVALID KEY MOVE "Y" TO AddressFoundFlag
              END-READ
           END-IF
           IF AddressFound AND AddrMailBad
              WRITE VerifyLetterLine FROM LetterAddrNeededLine
                     AFTER ADVANCING 1 LINES
              PERFORM WriteLetterAddrNeeded
           END-IF
           IF AddressFound AND NOT AddrMailBad
              MOVE AddrLine1 TO PrnLetterAddress
              WRITE VerifyLetterLine FROM LetterAddressLine
                     AFTER ADVANCING 1 LINES
              WRITE VerifyLetterLine FROM LetterAddressLine
                     AFTER ADVANCING 1 LINES
           END-IF.
       WriteLetterAddrNeeded.
           MOVE SPACES TO AddrNeedRecord
           MOVE VReqStudentId     TO AnwStudentId
           MOVE "ENRLVRFY"        TO AnwProgramName
           MOVE "ENROLL VERIFICATION" TO AnwDocument
           MOVE VerifyRunDate     TO AnwListedDate
           MOVE AddrMailBadReason TO AnwReason
           WRITE AddrNeedRecord
           ADD 1 TO AddrNeededCount.
       BuildAddrCityLine.
           MOVE SPACES TO AddrCityLine
           STRING AddrCity DELIMITED BY "  "
             INTO AddrCityLine
           END-STRING.
       LogDisclosure.
           MOVE SPACES TO DisclosureEntry
           MOVE VReqStudentId TO DlgStudentId
           MOVE VerifyRunDate TO DlgDiscDate
           MOVE ZERO          TO DlgDiscTime
           MOVE "ENRLVRFY"    TO DlgProgramName
           MOVE VReqRequester TO DlgRecipient
           MOVE "ENROLLMENT STATUS" TO DlgReleased
           SET DlgBasisConsent TO TRUE
           CALL "DISCLOG" USING DisclosureEntry.
       END PROGRAM ENRLVRFY.
