      *          amounts to a change register file and logs each
      *          change through WriteAuditRecord so the raise cycle
      *          shows in the audit trail like any other update.
      *          Hourly employees get the raise on their HourlyRate,
      *          with Salary re-annualized from the new rate. An
      *          employee changed by another session while the run had
      *          the record read is left as the other session saved it
      *          and counted as not raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ChangeJournalFile
               ASSIGN TO "C:\Users\welaw\changejournal.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY DepartmentRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD ChangeRegisterFile.
       01 ChangeRegisterRecord.
       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       FD ChangeJournalFile.
       COPY ChangeJournalRecord.

       WORKING-STORAGE SECTION.
       01 BackupFileName PIC X(60).
       01 BackupDate PIC 9(14).
       01 TargetDepartment PIC X(4).
       01 DepartmentValid PIC X.
       01 OldSalary PIC 9(7)V99.
       01 OldHourlyRate PIC 9(4)V99.
       01 RaisedCount PIC 9(4) VALUE ZERO.
       01 SkippedCount PIC 9(4) VALUE ZERO.
       01 ConflictCount PIC 9(4) VALUE ZERO.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "MeritIncreaseBatch" TO StampProgramName.
           DISPLAY " ".
           DISPLAY "Annual merit-increase batch run".
           MOVE "MeritIncreaseBatch" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           IF NOT SignOnSupervisor
               DISPLAY "Operator " SignOnOperatorID " is not"
                   " authorized to run the merit batch"
               MOVE "Merit-increase batch" TO SecurityDetail
               PERFORM LogNotAuthorized
               STOP RUN
           END-IF.
           DISPLAY "Enter raise percent (example 03.50) ".
           DISPLAY "Merit-increase run complete.".
           DISPLAY RaisedCount " employee(s) raised.".
           DISPLAY SkippedCount " employee(s) skipped.".
           IF ConflictCount > ZERO
               DISPLAY ConflictCount " employee(s) changed by another"
                   " session during the run and not raised."
           END-IF.

       RaiseOneEmployee.
           PERFORM RememberEmployeeAsRead.
           MOVE Salary TO OldSalary.
           MOVE HourlyRate TO OldHourlyRate.
           IF PayHourly
               PERFORM RaiseHourlyRate
           ELSE
               COMPUTE Salary ROUNDED =
                   Salary + (Salary * RaisePercent / 100)
                   ON SIZE ERROR
                       MOVE OldSalary TO Salary
                       DISPLAY "Raise overflows salary for " EmployeeID
                       ADD 1 TO SkippedCount
               END-COMPUTE
           END-IF.
           IF Salary NOT = OldSalary
               PERFORM RewriteEmployeeChecked
               EVALUATE TRUE
                   WHEN WriteOK
                       PERFORM WriteRegisterLine
                       MOVE FirstName TO AuditOldFirstName
                       MOVE LastName TO AuditOldLastName
                       MOVE 'U' TO AuditActionCode
                       PERFORM WriteAuditRecord
                       ADD 1 TO RaisedCount
                   WHEN WriteConflict
                       DISPLAY "Employee " EmployeeID " changed by "
                           LastChangedOperator " in "
                           LastChangedProgram " during the run,"
                           " not raised"
                       ADD 1 TO ConflictCount
                   WHEN OTHER
                       MOVE OldSalary TO Salary
                       MOVE OldHourlyRate TO HourlyRate
                       DISPLAY "Could not update " EmployeeID
               END-EVALUATE
           END-IF.

       RaiseHourlyRate.
           COMPUTE HourlyRate ROUNDED =
               HourlyRate + (HourlyRate * RaisePercent / 100)
               ON SIZE ERROR
                   MOVE OldHourlyRate TO HourlyRate
           END-COMPUTE.
           COMPUTE Salary = HourlyRate * 2080
               ON SIZE ERROR
                   MOVE OldHourlyRate TO HourlyRate
                   MOVE OldSalary TO Salary
           END-COMPUTE.
           IF HourlyRate = OldHourlyRate
               DISPLAY "Raise overflows hourly rate for " EmployeeID
               ADD 1 TO SkippedCount
           END-IF.

       WriteRegisterLine.
       COPY BackupEmployeeFileLogic.

       COPY OperatorSignOnLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.
