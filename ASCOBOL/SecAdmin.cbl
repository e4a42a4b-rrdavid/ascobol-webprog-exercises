       01  AdminRunDate         PIC 9(8).
       01  UserTable.
           02  UserEntry OCCURS 50 TIMES INDEXED BY UserIdx.
               03  UTabRecord   PIC X(180).
       01  UserTableCount       PIC 9(4) VALUE ZERO.
       01  FoundUserIdx         PIC 9(4) VALUE ZERO.
       01  UserScanIdx          PIC 9(4).
       UnlockUserAccount.
           PERFORM FindTargetUser
           IF TargetUserFound
              IF UserDisabled
                 MOVE AdminRunDate TO UsrLastSignonDate
              END-IF
              MOVE SPACE TO UsrLockFlag
              MOVE ZERO TO UsrFailedCount
              MOVE UserRecord TO UTabRecord(FoundUserIdx)
