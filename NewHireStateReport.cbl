      ******************************************************************
      * Author:
      * Date:
      * Purpose: State new-hire reporting run. Picks up every
      *          employee whose hire date - or rehire date, for a
      *          rehire - is on or after NewHireCutoverDate (set far
      *          enough back that every hire still inside the state's
      *          deadline when the report went live is included) and
      *          has not yet been reported, and for each one whose
      *          personal data is complete and valid writes a record
      *          in the state's fixed layout (NewHireStateRecord.cpy)
      *          to newhire_state_<run date and time>.txt and marks
      *          the PersonalDataFile record reported with that hire
      *          date, so it is never sent twice. Reported employees
      *          are listed on newhire_reported.txt. Employees with no
      *          personal data on file, or with items missing or
      *          invalid (PersonalDataLogic.cpy), are not reported and
      *          are listed on newhire_exceptions.txt with the state's
      *          due date and days left, every run until they are put
      *          right, so HR can chase them before the deadline. The
      *          SSN goes only on the state file, never on either list.
      *          Operators sign on; the run stops if the employer
      *          identity in NewHireEmployerData.cpy is not set up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NewHireStateReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT OPTIONAL PersonalDataFile
               ASSIGN TO "C:\Users\welaw\personal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonalEmployeeID.
           SELECT NewHireStateFile ASSIGN TO DYNAMIC NewHireFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NewHireReportedFile
               ASSIGN TO "C:\Users\welaw\newhire_reported.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NewHireExceptionFile
               ASSIGN TO "C:\Users\welaw\newhire_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY EmployeeRecord.

       FD PersonalDataFile.
       COPY PersonalDataRecord.

       FD NewHireStateFile.
       COPY NewHireStateRecord.

       FD NewHireReportedFile.
       01 NewHireReportedPrintRecord PIC X(90).

       FD NewHireExceptionFile.
       01 NewHireExceptionPrintRecord PIC X(90).

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 NewHireFileName PIC X(60).
       01 RunTimestamp PIC 9(14).
       01 RunDate PIC 9(8).
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 NewHireFileSwitch PIC X VALUE 'N'.
           88 NewHireFileOpen VALUE 'Y'.
       01 DetailsExist PIC X.
       01 HireEventDate PIC 9(8).
       01 HireEventType PIC X(6).
       01 DueDate PIC 9(8).
       01 DaysLeft PIC S9(5).
       01 ExceptionReason PIC X(30).
       01 ConsideredCount PIC 9(5) VALUE ZERO.
       01 AlreadyReportedCount PIC 9(5) VALUE ZERO.
       01 ReportedCount PIC 9(5) VALUE ZERO.
       01 ExceptionEmployeeCount PIC 9(5) VALUE ZERO.
       01 OverdueCount PIC 9(5) VALUE ZERO.
       COPY OperatorSignOnData.
       COPY ChangeStampData.
       COPY PersonalDataData.
       COPY NewHireEmployerData.
       01 ReportedHeadingLine.
           02 FILLER PIC X(42)
               VALUE "Hires reported to the state               ".
           02 FILLER PIC X(4) VALUE "Run ".
           02 ReportedHeadingRunDate PIC 9(8).
       01 ReportedColumnLine.
           02 FILLER PIC X(38)
               VALUE "ID    Last name       First name      ".
           02 FILLER PIC X(25)
               VALUE "Type   Hire date Due date".
       01 ReportedDetailLine.
           02 ReportedEmployeeID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ReportedLastName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ReportedFirstName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ReportedType PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ReportedHireDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 ReportedDueDate PIC 9(8).
       01 ExceptionHeadingLine.
           02 FILLER PIC X(42)
               VALUE "New hires NOT reported - personal data    ".
           02 FILLER PIC X(4) VALUE "Run ".
           02 ExceptionHeadingRunDate PIC 9(8).
       01 ExceptionColumnLine.
           02 FILLER PIC X(39)
               VALUE "ID    Last name       Type   Hire date ".
           02 FILLER PIC X(27)
               VALUE "Due date  Days left Problem".
       01 ExceptionDetailLine.
           02 ExceptionEmployeeID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionLastName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionType PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionHireDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 ExceptionDueDate PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 ExceptionDaysLeft PIC ----9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 ExceptionText PIC X(30).
       01 CountTotalLine.
           02 TotalCount PIC ZZZZ9.
           02 TotalText PIC X(50).
       01 BlankPrintLine PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "NewHireStateReport" TO StampProgramName.
           MOVE "NewHireStateReport" TO SignOnProgramName.
           DISPLAY " ".
           DISPLAY "State new-hire reporting run".
           IF EmployerFEIN = ZERO OR EmployerName = SPACES
                   OR EmployerStateOfHire = SPACES
               DISPLAY "Employer EIN, name and state of hire are not"
                   " set up - run cancelled, nothing reported"
               STOP RUN
           END-IF.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunTimestamp.
           MOVE RunTimestamp(1:8) TO RunDate.
           MOVE SPACES TO NewHireFileName.
           STRING "C:\Users\welaw\newhire_state_" DELIMITED BY SIZE
                   RunTimestamp DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO NewHireFileName.
           OPEN OUTPUT NewHireReportedFile.
           OPEN OUTPUT NewHireExceptionFile.
           MOVE RunDate TO ReportedHeadingRunDate.
           WRITE NewHireReportedPrintRecord FROM ReportedHeadingLine.
           WRITE NewHireReportedPrintRecord FROM BlankPrintLine.
           WRITE NewHireReportedPrintRecord FROM ReportedColumnLine.
           MOVE RunDate TO ExceptionHeadingRunDate.
           WRITE NewHireExceptionPrintRecord FROM ExceptionHeadingLine.
           WRITE NewHireExceptionPrintRecord FROM BlankPrintLine.
           WRITE NewHireExceptionPrintRecord FROM ExceptionColumnLine.
           OPEN INPUT EmployeeFile.
           OPEN I-O PersonalDataFile.
           MOVE LOW-VALUES TO EmployeeID.
           START EmployeeFile KEY IS GREATER THAN OR EQUAL EmployeeID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ EmployeeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   PERFORM CheckOneEmployee
               END-IF
           END-PERFORM.
           CLOSE EmployeeFile.
           CLOSE PersonalDataFile.
           IF NewHireFileOpen
               CLOSE NewHireStateFile
           END-IF.
           WRITE NewHireReportedPrintRecord FROM BlankPrintLine.
           MOVE ReportedCount TO TotalCount.
           MOVE " hire(s) reported to the state" TO TotalText.
           WRITE NewHireReportedPrintRecord FROM CountTotalLine.
           WRITE NewHireExceptionPrintRecord FROM BlankPrintLine.
           MOVE ExceptionEmployeeCount TO TotalCount.
           MOVE " hire(s) not reported" TO TotalText.
           WRITE NewHireExceptionPrintRecord FROM CountTotalLine.
           MOVE OverdueCount TO TotalCount.
           MOVE " of them past the due date" TO TotalText.
           WRITE NewHireExceptionPrintRecord FROM CountTotalLine.
           CLOSE NewHireReportedFile.
           CLOSE NewHireExceptionFile.
           DISPLAY ConsideredCount " hire(s) since " NewHireCutoverDate
               " not yet reported.".
           DISPLAY ReportedCount " reported, see newhire_reported.txt.".
           IF ReportedCount > ZERO
               DISPLAY "State file " NewHireFileName
           END-IF.
           DISPLAY ExceptionEmployeeCount " not reported, "
               OverdueCount " past the due date,".
           DISPLAY "see newhire_exceptions.txt.".
           STOP RUN.

       CheckOneEmployee.
           IF RehireDate > ZERO
               MOVE RehireDate TO HireEventDate
               MOVE "REHIRE" TO HireEventType
           ELSE
               MOVE HireDate TO HireEventDate
               MOVE "HIRE" TO HireEventType
           END-IF.
           IF HireEventDate >= NewHireCutoverDate
               MOVE 'Y' TO DetailsExist
               MOVE EmployeeID TO PersonalEmployeeID
               READ PersonalDataFile
                   INVALID KEY MOVE 'N' TO DetailsExist
               END-READ
               IF DetailsExist = 'N'
                   PERFORM ComputeDueDate
                   ADD 1 TO ConsideredCount
                   ADD 1 TO ExceptionEmployeeCount
                   IF DaysLeft < ZERO
                       ADD 1 TO OverdueCount
                   END-IF
                   MOVE "No personal data on file" TO ExceptionReason
                   PERFORM WriteNewHireException
               ELSE IF PersonalReportedHireDate = HireEventDate
                   ADD 1 TO AlreadyReportedCount
               ELSE
                   PERFORM ComputeDueDate
                   ADD 1 TO ConsideredCount
                   PERFORM ReportOneHire
               END-IF
           END-IF.

       ComputeDueDate.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HireEventDate) + NewHireDueDays)
               TO DueDate.
           COMPUTE DaysLeft = FUNCTION INTEGER-OF-DATE(DueDate)
               - FUNCTION INTEGER-OF-DATE(RunDate).

       ReportOneHire.
           MOVE HireEventDate TO PersonalCheckHireDate.
           PERFORM CheckPersonalData.
           IF PersonalProblemCount > ZERO
               ADD 1 TO ExceptionEmployeeCount
               IF DaysLeft < ZERO
                   ADD 1 TO OverdueCount
               END-IF
               MOVE 1 TO PersonalProblemIdx
               PERFORM UNTIL PersonalProblemIdx > PersonalProblemCount
                       OR PersonalProblemIdx > 9
                   MOVE PersonalProblemText(PersonalProblemIdx)
                       TO ExceptionReason
                   PERFORM WriteNewHireException
                   ADD 1 TO PersonalProblemIdx
               END-PERFORM
           ELSE
               MOVE HireEventDate TO PersonalReportedHireDate
               MOVE RunDate TO PersonalReportedDate
               PERFORM StampPersonalRecord
               REWRITE PersonalData
                   INVALID KEY
                       ADD 1 TO ExceptionEmployeeCount
                       MOVE "Could not mark reported, retry"
                           TO ExceptionReason
                       PERFORM WriteNewHireException
                   NOT INVALID KEY
                       PERFORM WriteNewHireRecord
               END-REWRITE
           END-IF.

       WriteNewHireRecord.
           IF NOT NewHireFileOpen
               OPEN OUTPUT NewHireStateFile
               MOVE 'Y' TO NewHireFileSwitch
           END-IF.
           MOVE SPACES TO NewHireStateRecord.
           MOVE "W4" TO NewHireRecordType.
           MOVE PersonalSSN TO NewHireSSN.
           MOVE FirstName TO NewHireFirstName.
           MOVE LastName TO NewHireLastName.
           MOVE PersonalAddressLine1 TO NewHireAddressLine1.
           MOVE PersonalAddressLine2 TO NewHireAddressLine2.
           MOVE PersonalCity TO NewHireCity.
           MOVE PersonalState TO NewHireState.
           MOVE PersonalZipCode TO NewHireZipCode.
           MOVE PersonalZipExtension TO NewHireZipExtension.
           MOVE PersonalBirthDate TO NewHireBirthDate.
           MOVE HireEventDate TO NewHireHireDate.
           MOVE EmployerStateOfHire TO NewHireStateOfHire.
           MOVE EmployerFEIN TO NewHireEmployerFEIN.
           MOVE EmployerName TO NewHireEmployerName.
           MOVE EmployerAddress TO NewHireEmployerAddress.
           MOVE EmployerCity TO NewHireEmployerCity.
           MOVE EmployerState TO NewHireEmployerState.
           MOVE EmployerZipCode TO NewHireEmployerZipCode.
           MOVE EmployerZipExtension TO NewHireEmployerZipExtension.
           WRITE NewHireStateRecord.
           ADD 1 TO ReportedCount.
           MOVE EmployeeID TO ReportedEmployeeID.
           MOVE LastName TO ReportedLastName.
           MOVE FirstName TO ReportedFirstName.
           MOVE HireEventType TO ReportedType.
           MOVE HireEventDate TO ReportedHireDate.
           MOVE DueDate TO ReportedDueDate.
           WRITE NewHireReportedPrintRecord FROM ReportedDetailLine.

       WriteNewHireException.
           MOVE EmployeeID TO ExceptionEmployeeID.
           MOVE LastName TO ExceptionLastName.
           MOVE HireEventType TO ExceptionType.
           MOVE HireEventDate TO ExceptionHireDate.
           MOVE DueDate TO ExceptionDueDate.
           MOVE DaysLeft TO ExceptionDaysLeft.
           MOVE ExceptionReason TO ExceptionText.
           WRITE NewHireExceptionPrintRecord FROM ExceptionDetailLine.

       COPY OperatorSignOnLogic.
       COPY PersonalDataLogic.
