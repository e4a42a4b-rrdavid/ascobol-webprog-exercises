                      FILE STATUS IS UserFileStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ViolationFile ASSIGN TO "VIOLATE.RPT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ViolationFileStatus.
       FD  OperatorFile.
           01  OperatorRecord.
               02  OprUserId        PIC X(8).
       FD  ViolationFile.
           01  ViolationLine.
               02  VioDate          PIC 9(8).
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  UserFileStatus       PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  ViolationFileStatus  PIC XX.
       01  EnteredUserId        PIC X(8).
       01  EnteredPassword      PIC X(12).
       01  PasswordAgeDays      PIC S9(5) COMP.
       01  UserTable.
           02  UserEntry OCCURS 50 TIMES INDEXED BY UserIdx.
               03  UTabRecord   PIC X(180).
       01  UserTableCount       PIC 9(4) VALUE ZERO.
       01  FoundUserIdx         PIC 9(4) VALUE ZERO.
       01  UserScanIdx          PIC 9(4).
              DISPLAY "User id not recognized."
           ELSE
              MOVE UTabRecord(FoundUserIdx) TO UserRecord
              EVALUATE TRUE
                 WHEN UserLocked
                    DISPLAY "Account is locked - see security."
                    PERFORM WriteViolation
                 WHEN UserDisabled
                    DISPLAY "Account is disabled - see security."
                    PERFORM WriteViolation
                 WHEN OTHER
                    PERFORM CheckPassword
              END-EVALUATE
           END-IF
           IF SignonOk
              MOVE SignonDate TO UsrLastSignonDate
              MOVE UserRecord TO UTabRecord(FoundUserIdx)
              PERFORM RewriteUserFile
              MOVE UsrUserId TO SignonUserId
           MOVE 12 TO RETURN-CODE
           GOBACK.
       ReadSecurityControl.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "PASSWORD-EXPIRY-DAYS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO PasswordExpiryDays
           END-IF.
       LoadUserTable.
           OPEN INPUT UserFile
           ACCEPT VioTime FROM TIME
           MOVE EnteredUserId TO VioUserId
           MOVE "SIGNON" TO VioProgramName
           IF UserDisabled
              MOVE "account disabled" TO VioText
           ELSE
              MOVE "account locked" TO VioText
           END-IF
           WRITE ViolationLine
           CLOSE ViolationFile.
       END PROGRAM SIGNON.
