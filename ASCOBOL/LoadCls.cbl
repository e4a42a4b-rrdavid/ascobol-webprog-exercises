       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseCatalogFile ASSIGN TO "COURSECAT.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS CourseCatalogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CourseCatalogFile.
           01  CourseCatalogRecord.
               COPY CATCPY.
       WORKING-STORAGE SECTION.
       01  ErrorProgramName     PIC X(10) VALUE "LOADCLS".
       01  ErrorFileName        PIC X(12).
       01  ErrorFileStatus      PIC XX.
       01  CourseCatalogStatus  PIC XX.
       01  ParameterRequest.
           COPY PARMRCPY.
       01  TablesLoadedFlag     PIC X VALUE "N".
           88  TablesLoaded     VALUE "Y".
       01  FullTimeCredits      PIC 99V9 VALUE 12.0.
       01  ThreeQtrCredits      PIC 99V9 VALUE 9.0.
       01  HalfTimeCredits      PIC 99V9 VALUE 6.0.
       01  CreditTable.
           02  CreditEntry OCCURS 100 TIMES INDEXED BY CreditIdx.
               03  CrTabCourseCode  PIC X(4).
               03  CrTabCreditHours PIC 9V9.
       01  CreditTableCount     PIC 9(4) VALUE ZERO.
       01  LoadCourseIdx        PIC 9.
       01  LoadCourseLimit      PIC 9.
       01  LoadLookupCourse     PIC X(4).
       LINKAGE SECTION.
       01  LclStudentDetails.
           COPY STUDCPY.
       01  LclLoadCredits       PIC 9(3)V9.
       01  LclLoadCode          PIC X.
           88  LclLoadFullTime  VALUE "F".
           88  LclLoadThreeQtr  VALUE "Q".
           88  LclLoadHalfTime  VALUE "H".
           88  LclLoadLessHalf  VALUE "L".
           88  LclLoadNone      VALUE "N".
           88  LclLoadError     VALUE "E".
       01  LclLoadText          PIC X(14).
       PROCEDURE DIVISION USING LclStudentDetails, LclLoadCredits,
                                LclLoadCode, LclLoadText.
       Begin.
           IF NOT TablesLoaded
              PERFORM LoadControlValues
              PERFORM LoadCourseCredits
              MOVE "Y" TO TablesLoadedFlag
           END-IF
           MOVE ZERO TO LclLoadCredits
           IF CourseCode NOT = SPACES
              MOVE CourseCode TO LoadLookupCourse
              PERFORM AddCourseCredits
           END-IF
           MOVE OtherCourseCount TO LoadCourseLimit
           IF LoadCourseLimit > 4
              MOVE 4 TO LoadCourseLimit
           END-IF
           PERFORM VARYING LoadCourseIdx FROM 1 BY 1
                   UNTIL LoadCourseIdx > LoadCourseLimit
              MOVE OtherCourseCode(LoadCourseIdx) TO LoadLookupCourse
              PERFORM AddCourseCredits
           END-PERFORM
           EVALUATE TRUE
              WHEN LclLoadCredits >= FullTimeCredits
                 MOVE "F" TO LclLoadCode
                 MOVE "full-time" TO LclLoadText
              WHEN LclLoadCredits >= ThreeQtrCredits
                 MOVE "Q" TO LclLoadCode
                 MOVE "three-quarter" TO LclLoadText
              WHEN LclLoadCredits >= HalfTimeCredits
                 MOVE "H" TO LclLoadCode
                 MOVE "half-time" TO LclLoadText
              WHEN LclLoadCredits > ZERO
                 MOVE "L" TO LclLoadCode
                 MOVE "less than half" TO LclLoadText
              WHEN OTHER
                 MOVE "N" TO LclLoadCode
                 MOVE "not enrolled" TO LclLoadText
           END-EVALUATE
           GOBACK.
       ReportFileError.
           CALL "ERRLOG" USING ErrorProgramName, ErrorFileName,
                               ErrorFileStatus
           MOVE ZERO TO LclLoadCredits
           MOVE "E" TO LclLoadCode
           MOVE "catalog error" TO LclLoadText
           MOVE 12 TO RETURN-CODE
           GOBACK.
       LoadControlValues.
           MOVE ZERO TO ParmReqAsOfDate
           MOVE "FULL-TIME-CREDITS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO FullTimeCredits
           END-IF
           MOVE "THREE-QTR-CREDITS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO ThreeQtrCredits
           END-IF
           MOVE "HALF-TIME-CREDITS" TO ParmReqName
           CALL "PARMGET" USING ParameterRequest
           IF ParmReqFound AND ParmReqAmount NUMERIC
              AND ParmReqAmount > ZERO
              MOVE ParmReqAmount TO HalfTimeCredits
           END-IF.
       LoadCourseCredits.
           MOVE ZERO TO CreditTableCount
           OPEN INPUT CourseCatalogFile
           IF CourseCatalogStatus NOT = "00"
              MOVE "COURSECAT.DAT" TO ErrorFileName
              MOVE CourseCatalogStatus TO ErrorFileStatus
              PERFORM ReportFileError
           END-IF
           READ CourseCatalogFile
             AT END SET EndOfCatalogFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCatalogFile
              IF CreditTableCount < 100
                 ADD 1 TO CreditTableCount
                 SET CreditIdx TO CreditTableCount
                 MOVE CatCourseCode TO CrTabCourseCode(CreditIdx)
                 IF CatCreditHours NUMERIC
                    MOVE CatCreditHours TO CrTabCreditHours(CreditIdx)
                 ELSE
                    MOVE ZERO TO CrTabCreditHours(CreditIdx)
                 END-IF
              ELSE
                 CLOSE CourseCatalogFile
                 MOVE "COURSECAT.DA" TO ErrorFileName
                 MOVE "OV" TO ErrorFileStatus
                 PERFORM ReportFileError
              END-IF
              READ CourseCatalogFile
                AT END SET EndOfCatalogFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CourseCatalogFile.
       AddCourseCredits.
           SET CreditIdx TO 1
           PERFORM UNTIL CreditIdx > CreditTableCount
              IF CrTabCourseCode(CreditIdx) = LoadLookupCourse
                 ADD CrTabCreditHours(CreditIdx) TO LclLoadCredits
                 SET CreditIdx TO CreditTableCount
              END-IF
              SET CreditIdx UP BY 1
           END-PERFORM.
       END PROGRAM LOADCLS.
