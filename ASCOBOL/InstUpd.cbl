               02  ITxnDepartment   PIC X(4).
               02  ITxnCourseCode   PIC X(4).
               02  ITxnTermCode     PIC X(5).
               02  ITxnSection      PIC X(2).
               02  ITxnSeatCapacity PIC 9(4).
       FD  InstructorFile.
           01  InstructorRecord.
               COPY INSTCPY.
               03  ATabCourseCode   PIC X(4).
               03  ATabTermCode     PIC X(5).
               03  ATabInstrId      PIC 9(5).
               03  ATabSection      PIC X(2).
               03  ATabSeatCapacity PIC 9(4).
               03  ATabStatus       PIC X.
                   88  ATabActive   VALUE "A".
                   88  ATabDeleted  VALUE "D".
                    MOVE AsgnCourseCode TO ATabCourseCode(AsgnIdx)
                    MOVE AsgnTermCode   TO ATabTermCode(AsgnIdx)
                    MOVE AsgnInstrId    TO ATabInstrId(AsgnIdx)
                    MOVE AsgnSection    TO ATabSection(AsgnIdx)
                    IF AsgnSeatCapacity NUMERIC
                       MOVE AsgnSeatCapacity
                                     TO ATabSeatCapacity(AsgnIdx)
                    ELSE
                       MOVE ZERO TO ATabSeatCapacity(AsgnIdx)
                    END-IF
                    MOVE "A"            TO ATabStatus(AsgnIdx)
                 ELSE
                    MOVE "CRSASSGN.DAT" TO ErrorFileName
              OR AssignmentFound
              IF ATabCourseCode(AsgnIdx) = ITxnCourseCode
                 AND ATabTermCode(AsgnIdx) = ITxnTermCode
                 AND ATabSection(AsgnIdx) = ITxnSection
                 AND ATabActive(AsgnIdx)
                 MOVE "Y" TO AssignmentFoundFlag
              ELSE
              PERFORM FindAssignment
              IF AssignmentFound
                 MOVE ITxnInstrId TO ATabInstrId(AsgnIdx)
                 PERFORM MoveTxnSeatCapacity
                 PERFORM WriteTxnApplied
              ELSE
                 PERFORM AddAssignmentEntry
              MOVE ITxnCourseCode TO ATabCourseCode(AsgnIdx)
              MOVE ITxnTermCode   TO ATabTermCode(AsgnIdx)
              MOVE ITxnInstrId    TO ATabInstrId(AsgnIdx)
              MOVE ITxnSection    TO ATabSection(AsgnIdx)
              PERFORM MoveTxnSeatCapacity
              MOVE "A"            TO ATabStatus(AsgnIdx)
              PERFORM WriteTxnApplied
           ELSE
              MOVE "OV" TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF.
       MoveTxnSeatCapacity.
           IF ITxnSeatCapacity NUMERIC
              MOVE ITxnSeatCapacity TO ATabSeatCapacity(AsgnIdx)
           ELSE
              MOVE ZERO TO ATabSeatCapacity(AsgnIdx)
           END-IF.
       RewriteInstructorFile.
           OPEN OUTPUT InstructorFile
           IF InstructorFileStatus = "00"
                    MOVE ATabCourseCode(AsgnIdx) TO AsgnCourseCode
                    MOVE ATabTermCode(AsgnIdx)   TO AsgnTermCode
                    MOVE ATabInstrId(AsgnIdx)    TO AsgnInstrId
                    MOVE ATabSection(AsgnIdx)    TO AsgnSection
                    MOVE ATabSeatCapacity(AsgnIdx)
                                   TO AsgnSeatCapacity
                    WRITE AssignmentRecord
                 END-IF
              END-PERFORM
