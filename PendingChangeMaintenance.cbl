      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain PendingChangeFile, the effective-dated
      *          promotions, transfers and pay changes HR sends ahead
      *          of the day they start. Each change names the
      *          employee, the effective date and the new Department,
      *          Job, JobTitle and/or pay (hourly rate for hourly
      *          staff, salary otherwise), and records the operator
      *          who entered it. Department and job codes are checked
      *          on entry and checked again when the nightly
      *          ApplyPendingChanges step applies the change, since a
      *          code can be retired in between. Changes still
      *          pending can be listed, changed (including moving the
      *          effective date) or cancelled; once applied, rejected
      *          or cancelled they are kept as history and can only be
      *          looked at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendingChangeMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PendingChangeFile
               ASSIGN TO "C:\Users\welaw\pendingchange.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PendingKey.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT DepartmentFile ASSIGN TO "C:\Users\welaw\dept.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DepartmentCode.
           SELECT JobCodeFile ASSIGN TO "C:\Users\welaw\jobcode.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JobCode.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PendingChangeFile.
       COPY PendingChangeRecord.

       FD EmployeeFile.
       COPY EmployeeRecord.

       FD DepartmentFile.
       COPY DepartmentRecord.

       FD JobCodeFile.
       COPY JobCodeRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 TodayDate PIC 9(8).
       01 EntryEmployeeID PIC 9(5).
       01 EntryEffectiveDate PIC 9(8).
       01 NewEffectiveDate PIC 9(8).
       01 EmployeeExists PIC X.
       01 ChangeExists PIC X.
       01 FieldsValid PIC X.
       01 DateValid PIC X.
       01 ConfirmCancel PIC X.
       01 ListCount PIC 9(4).
       01 StatusText PIC X(9).
       01 SalaryPrint PIC Z,ZZZ,ZZ9.99.
       01 RatePrint PIC Z,ZZ9.99.
       COPY OperatorSignOnData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "PendingChangeMaintenance" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           OPEN I-O PendingChangeFile.
           OPEN INPUT DepartmentFile.
           OPEN INPUT JobCodeFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "Pending Employee Changes"
               DISPLAY "1 to add a pending change"
               DISPLAY "2 to change a pending change"
               DISPLAY "3 to cancel a pending change"
               DISPLAY "4 to list all pending changes"
               DISPLAY "5 to list one employee's changes"
               DISPLAY "0 to exit program"
               DISPLAY " "
               ACCEPT UserInput
               EVALUATE UserInput
                   WHEN 1 PERFORM AddPendingChange
                   WHEN 2 PERFORM ChangePendingChange
                   WHEN 3 PERFORM CancelPendingChange
                   WHEN 4 PERFORM ListPendingChanges
                   WHEN 5 PERFORM ListEmployeeChanges
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE PendingChangeFile.
           CLOSE DepartmentFile.
           CLOSE JobCodeFile.
           STOP RUN.

       AddPendingChange.
           DISPLAY " "
           DISPLAY "Enter employee ID ".
           ACCEPT EntryEmployeeID.
           PERFORM ReadEmployee.
           IF EmployeeExists='N'
               DISPLAY "Employee doesn't exist"
           ELSE IF EmployeeTerminated
               DISPLAY "Employee is terminated"
           ELSE
               PERFORM ShowCurrentValues
               PERFORM AcceptEffectiveDate
               MOVE EntryEffectiveDate TO NewEffectiveDate
               MOVE EntryEmployeeID TO PendingEmployeeID
               MOVE NewEffectiveDate TO PendingEffectiveDate
               PERFORM AcceptPendingFields
               MOVE SignOnOperatorID TO PendingEnteredBy
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO PendingEnteredTimestamp
               MOVE 'P' TO PendingStatus
               MOVE ZERO TO PendingResultTimestamp
               MOVE SPACES TO PendingRejectReason
               WRITE PendingChangeData
                   INVALID KEY DISPLAY "A change for that employee"
                       " and effective date is already on file"
                   NOT INVALID KEY DISPLAY "Pending change added"
               END-WRITE
           END-IF.

       ChangePendingChange.
           DISPLAY " "
           PERFORM ReadPendingChange.
           IF ChangeExists='N'
               DISPLAY "No change on file for that employee and date"
           ELSE IF NOT PendingWaiting
               DISPLAY "Only a change still pending can be changed"
           ELSE
               PERFORM ShowPendingChange
               PERFORM ReadEmployee
               IF EmployeeExists='N'
                   DISPLAY "Employee doesn't exist, cancel this change"
               ELSE
                   PERFORM ShowCurrentValues
                   PERFORM ChangeAcceptedChange
               END-IF
           END-IF.

       ChangeAcceptedChange.
           DISPLAY "Enter new effective date (YYYYMMDD, zeros to"
               " keep " EntryEffectiveDate ") ".
           ACCEPT NewEffectiveDate.
           IF NewEffectiveDate = ZERO
               MOVE EntryEffectiveDate TO NewEffectiveDate
           ELSE
               PERFORM CheckEffectiveDate
               PERFORM UNTIL DateValid = 'Y'
                   DISPLAY "Enter new effective date (YYYYMMDD) "
                   ACCEPT NewEffectiveDate
                   PERFORM CheckEffectiveDate
               END-PERFORM
           END-IF.
           PERFORM AcceptPendingFields.
           MOVE SignOnOperatorID TO PendingEnteredBy.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PendingEnteredTimestamp.
           IF NewEffectiveDate = EntryEffectiveDate
               REWRITE PendingChangeData
                   INVALID KEY DISPLAY "Pending change not changed"
                   NOT INVALID KEY DISPLAY "Pending change changed"
               END-REWRITE
           ELSE
               PERFORM MovePendingChange
           END-IF.

       MovePendingChange.
           MOVE EntryEmployeeID TO PendingEmployeeID.
           MOVE NewEffectiveDate TO PendingEffectiveDate.
           WRITE PendingChangeData
               INVALID KEY
                   DISPLAY "A change for that employee and effective"
                       " date is already on file, not changed"
               NOT INVALID KEY
                   MOVE EntryEmployeeID TO PendingEmployeeID
                   MOVE EntryEffectiveDate TO PendingEffectiveDate
                   DELETE PendingChangeFile
                       INVALID KEY DISPLAY "Old change not removed"
                   END-DELETE
                   DISPLAY "Pending change moved to " NewEffectiveDate
           END-WRITE.

       CancelPendingChange.
           DISPLAY " "
           PERFORM ReadPendingChange.
           IF ChangeExists='N'
               DISPLAY "No change on file for that employee and date"
           ELSE IF NOT PendingWaiting
               DISPLAY "Only a change still pending can be cancelled"
           ELSE
               PERFORM ShowPendingChange
               DISPLAY "Cancel this change? (Y/N) "
               ACCEPT ConfirmCancel
               IF ConfirmCancel = 'Y'
                   MOVE 'X' TO PendingStatus
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO PendingResultTimestamp
                   MOVE SPACES TO PendingRejectReason
                   STRING "CANCELLED BY " DELIMITED BY SIZE
                           SignOnOperatorID DELIMITED BY SIZE
                       INTO PendingRejectReason
                   REWRITE PendingChangeData
                       INVALID KEY DISPLAY "Change not cancelled"
                       NOT INVALID KEY DISPLAY "Change cancelled"
                   END-REWRITE
               END-IF
           END-IF.

       ReadEmployee.
           MOVE 'Y' TO EmployeeExists.
           MOVE EntryEmployeeID TO EmployeeID.
           OPEN INPUT EmployeeFile.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ.
           CLOSE EmployeeFile.

       ReadPendingChange.
           MOVE 'Y' TO ChangeExists.
           DISPLAY "Enter employee ID ".
           ACCEPT EntryEmployeeID.
           DISPLAY "Enter effective date (YYYYMMDD) ".
           ACCEPT EntryEffectiveDate.
           MOVE EntryEmployeeID TO PendingEmployeeID.
           MOVE EntryEffectiveDate TO PendingEffectiveDate.
           READ PendingChangeFile
               INVALID KEY MOVE 'N' TO ChangeExists
           END-READ.

       ShowCurrentValues.
           DISPLAY "Employee " EmployeeID " " FirstName " " LastName.
           DISPLAY "Department " Department "  Job " Job "  Title "
               JobTitle.
           IF PayHourly
               MOVE HourlyRate TO RatePrint
               DISPLAY "Hourly rate " RatePrint
           ELSE
               MOVE Salary TO SalaryPrint
               DISPLAY "Salary " SalaryPrint
           END-IF.

       AcceptEffectiveDate.
           DISPLAY "Enter effective date (YYYYMMDD) ".
           ACCEPT NewEffectiveDate.
           PERFORM CheckEffectiveDate.
           PERFORM UNTIL DateValid = 'Y'
               DISPLAY "Enter effective date (YYYYMMDD) "
               ACCEPT NewEffectiveDate
               PERFORM CheckEffectiveDate
           END-PERFORM.
           MOVE NewEffectiveDate TO EntryEffectiveDate.

       CheckEffectiveDate.
           MOVE 'N' TO DateValid.
           IF NewEffectiveDate IS NOT NUMERIC
               DISPLAY "Effective date must be a date"
           ELSE IF FUNCTION INTEGER-OF-DATE(NewEffectiveDate) = ZERO
               DISPLAY "Effective date must be a real date"
           ELSE IF NewEffectiveDate < TodayDate
               DISPLAY "Effective date cannot be in the past"
           ELSE
               MOVE 'Y' TO DateValid
           END-IF.

       AcceptPendingFields.
           MOVE 'N' TO FieldsValid.
           PERFORM UNTIL FieldsValid = 'Y'
               DISPLAY "Enter new department (spaces for no change) "
               MOVE SPACES TO PendingNewDepartment
               ACCEPT PendingNewDepartment
               DISPLAY "Enter new job code (spaces for no change) "
               MOVE SPACES TO PendingNewJob
               ACCEPT PendingNewJob
               DISPLAY "Enter new job title (spaces for no change) "
               MOVE SPACES TO PendingNewJobTitle
               ACCEPT PendingNewJobTitle
               MOVE ZERO TO PendingNewSalary
               MOVE ZERO TO PendingNewHourlyRate
               IF PayHourly
                   DISPLAY "Enter new hourly rate (0 for no change) "
                   ACCEPT PendingNewHourlyRate
               ELSE
                   DISPLAY "Enter new salary (0 for no change) "
                   ACCEPT PendingNewSalary
               END-IF
               PERFORM CheckPendingFields
           END-PERFORM.

       CheckPendingFields.
           MOVE 'Y' TO FieldsValid.
           IF PendingNewDepartment NOT = SPACES
               MOVE PendingNewDepartment TO DepartmentCode
               READ DepartmentFile
                   INVALID KEY MOVE 'D' TO FieldsValid
               END-READ
           END-IF.
           IF PendingNewJob NOT = SPACES
               MOVE PendingNewJob TO JobCode
               READ JobCodeFile
                   INVALID KEY MOVE 'J' TO FieldsValid
               END-READ
           END-IF.
           IF FieldsValid = 'D'
               DISPLAY "Invalid department code"
           ELSE IF FieldsValid = 'J'
               DISPLAY "Invalid job code"
           ELSE IF PendingNewHourlyRate IS NOT NUMERIC
                   OR PendingNewSalary IS NOT NUMERIC
               MOVE 'N' TO FieldsValid
               DISPLAY "Pay must be numeric"
           ELSE IF PendingNewHourlyRate >= 4800
               MOVE 'N' TO FieldsValid
               DISPLAY "Hourly rate must be under 4800"
           ELSE IF PendingNewDepartment = SPACES
                   AND PendingNewJob = SPACES
                   AND PendingNewJobTitle = SPACES
                   AND PendingNewSalary = ZERO
                   AND PendingNewHourlyRate = ZERO
               MOVE 'N' TO FieldsValid
               DISPLAY "Enter at least one change"
           END-IF.

       ShowPendingChange.
           EVALUATE TRUE
               WHEN PendingWaiting MOVE "PENDING" TO StatusText
               WHEN PendingApplied MOVE "APPLIED" TO StatusText
               WHEN PendingCancelled MOVE "CANCELLED" TO StatusText
               WHEN PendingRejected MOVE "REJECTED" TO StatusText
               WHEN OTHER MOVE "?" TO StatusText
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "Employee " PendingEmployeeID "  Effective "
               PendingEffectiveDate "  " StatusText "  Entered by "
               PendingEnteredBy " " PendingEnteredTimestamp.
           IF PendingNewDepartment NOT = SPACES
               DISPLAY "  New department " PendingNewDepartment
           END-IF.
           IF PendingNewJob NOT = SPACES
               DISPLAY "  New job code   " PendingNewJob
           END-IF.
           IF PendingNewJobTitle NOT = SPACES
               DISPLAY "  New job title  " PendingNewJobTitle
           END-IF.
           IF PendingNewSalary > ZERO
               MOVE PendingNewSalary TO SalaryPrint
               DISPLAY "  New salary     " SalaryPrint
           END-IF.
           IF PendingNewHourlyRate > ZERO
               MOVE PendingNewHourlyRate TO RatePrint
               DISPLAY "  New hourly rate " RatePrint
           END-IF.
           IF PendingRejectReason NOT = SPACES
               DISPLAY "  " PendingRejectReason " "
                   PendingResultTimestamp
           END-IF.

       ListPendingChanges.
           MOVE ZERO TO ListCount.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO PendingKey.
           START PendingChangeFile KEY IS GREATER THAN OR EQUAL
                   PendingKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PendingChangeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile AND PendingWaiting
                   PERFORM ShowPendingChange
                   ADD 1 TO ListCount
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ListCount " change(s) pending".

       ListEmployeeChanges.
           MOVE ZERO TO ListCount.
           DISPLAY " ".
           DISPLAY "Enter employee ID ".
           ACCEPT EntryEmployeeID.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE EntryEmployeeID TO PendingEmployeeID.
           MOVE ZERO TO PendingEffectiveDate.
           START PendingChangeFile KEY IS GREATER THAN OR EQUAL
                   PendingKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PendingChangeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   IF PendingEmployeeID NOT = EntryEmployeeID
                       MOVE 'Y' TO EndOfFileSwitch
                   ELSE
                       PERFORM ShowPendingChange
                       ADD 1 TO ListCount
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ListCount " change(s) on file for " EntryEmployeeID.

       COPY OperatorSignOnLogic.
