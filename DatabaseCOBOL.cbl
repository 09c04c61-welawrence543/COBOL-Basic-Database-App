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
       COPY AuditRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD DepartmentFile.
       COPY DepartmentRecord.
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
       01 SearchLastName PIC X(15).
       01 MatchCount PIC 9(4).
       01 IncludeTerminated PIC X VALUE 'N'.
       01 StartOver PIC X VALUE 'N'.
       COPY WriteResultFlags.
       COPY OperatorSignOnData.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.


       PROCEDURE DIVISION.
       StartPara.
           MOVE "DatabaseCOBOL" TO StampProgramName.
           MOVE "DatabaseCOBOL" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           ACCEPT Job.
           DISPLAY "Enter job title ".
           ACCEPT JobTitle.
           PERFORM AcceptPayFields.
           DISPLAY "Enter hire date (YYYYMMDD) ".
           ACCEPT HireDate.
           DISPLAY " "
               DISPLAY "Invalid department code"
           ELSE IF WriteBadJob
               DISPLAY "Invalid job code"
           ELSE IF WriteBadRate
               DISPLAY "Invalid hourly rate"
           END-IF.

       AcceptPayFields.
           DISPLAY "Enter pay type S=salaried H=hourly ".
           ACCEPT PayType.
           PERFORM UNTIL PaySalaried OR PayHourly
               DISPLAY "Pay type must be S or H"
               DISPLAY "Enter pay type "
               ACCEPT PayType
           END-PERFORM.
           IF PayHourly
               DISPLAY "Enter hourly rate "
               ACCEPT HourlyRate
               PERFORM UNTIL HourlyRate > ZERO AND HourlyRate < 4800
                   DISPLAY "Hourly rate must be over 0 and under 4800"
                   DISPLAY "Enter hourly rate "
                   ACCEPT HourlyRate
               END-PERFORM
               COMPUTE Salary = HourlyRate * 2080
           ELSE
               DISPLAY "Enter salary "
               ACCEPT Salary
               MOVE ZERO TO HourlyRate
           END-IF.

       DeleteEmployee.
               DISPLAY " "
               DISPLAY "Operator " SignOnOperatorID " is not"
                   " authorized to terminate employees"
               MOVE "Terminate employee" TO SecurityDetail
               PERFORM LogNotAuthorized
           ELSE
               PERFORM TerminateEmployee
           END-IF.

       TerminateEmployee.
           DISPLAY " "
           DISPLAY "Enter employee ID to terminate ".
           ACCEPT EmployeeID.
           MOVE 'Y' TO StartOver.
           PERFORM UNTIL StartOver NOT = 'Y'
               MOVE 'N' TO StartOver
               PERFORM TerminateEmployeeOnce
           END-PERFORM.

       TerminateEmployeeOnce.
           MOVE 'Y' TO EmployeeExists.
           OPEN INPUT EmployeeFile.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ
           CLOSE EmployeeFile.
           IF EmployeeExists='N'
               DISPLAY "Key does not exist"
           ELSE IF EmployeeTerminated
               DISPLAY "Employee is already terminated"
           ELSE
               PERFORM RememberEmployeeAsRead
               MOVE FirstName TO OldFirstName
               MOVE LastName TO OldLastName
               DISPLAY "Enter termination date (YYYYMMDD) "
                   ACCEPT TerminationReason
               END-PERFORM
               MOVE 'T' TO EmployeeStatus
               OPEN I-O EmployeeFile
               OPEN EXTEND AuditFile
               PERFORM RewriteEmployeeChecked
               EVALUATE TRUE
                   WHEN WriteOK
                       MOVE OldFirstName TO AuditOldFirstName
                       MOVE OldLastName TO AuditOldLastName
                       MOVE OldFirstName TO AuditNewFirstName
                       MOVE OldLastName TO AuditNewLastName
                       MOVE 'D' TO AuditActionCode
                       PERFORM WriteAuditRecord
                   WHEN WriteNotFound
                       DISPLAY "Key does not exist"
                   WHEN WriteConflict
                       PERFORM ShowEmployeeConflict
                       PERFORM AskStartOver
               END-EVALUATE
               CLOSE EmployeeFile
               CLOSE AuditFile
           END-IF.

       AskStartOver.
           DISPLAY " ".
           DISPLAY "Start over with the record as it now stands?"
               " (Y/N) ".
           ACCEPT StartOver.

       UpdateEmployee.
           DISPLAY " "
           DISPLAY "Enter ID to update ".
           ACCEPT EmployeeID.
           MOVE 'Y' TO StartOver.
           PERFORM UNTIL StartOver NOT = 'Y'
               MOVE 'N' TO StartOver
               PERFORM UpdateEmployeeOnce
           END-PERFORM.

       UpdateEmployeeOnce.
           MOVE 'Y' TO EmployeeExists.
           OPEN INPUT EmployeeFile.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           IF EmployeeExists='N'
               DISPLAY "Employee doesn't exist"
           ELSE
               PERFORM RememberEmployeeAsRead
               MOVE FirstName TO OldFirstName
               MOVE LastName TO OldLastName
               DISPLAY "Enter the new first name "
               ACCEPT Job
               DISPLAY "Enter the new job title "
               ACCEPT JobTitle
               PERFORM AcceptPayFields
               DISPLAY "Enter the new hire date (YYYYMMDD) "
               ACCEPT HireDate
               IF RehireDate = ZERO
                   MOVE HireDate TO AdjustedServiceDate
               END-IF
               OPEN I-O EmployeeFile
               OPEN EXTEND AuditFile
               OPEN INPUT DepartmentFile
               OPEN INPUT JobCodeFile
               PERFORM RewriteEmployeeRecord
               EVALUATE TRUE
                   WHEN WriteBadDept
                       DISPLAY "Invalid department code"
                   WHEN WriteBadJob
                       DISPLAY "Invalid job code"
                   WHEN WriteNotFound
                       DISPLAY "Employee Not Updated"
                   WHEN WriteConflict
                       PERFORM ShowEmployeeConflict
                       PERFORM AskStartOver
               END-EVALUATE
               CLOSE EmployeeFile
               CLOSE AuditFile
               CLOSE DepartmentFile
               CLOSE JobCodeFile
           END-IF.

       GetEmployee.
           MOVE 'Y' TO EmployeeExists.
           DISPLAY " "
               DISPLAY "Job Code " Job
               DISPLAY "Job Title " JobTitle
               DISPLAY "Salary " Salary
               DISPLAY "Pay Type " PayType
               IF PayHourly
                   DISPLAY "Hourly Rate " HourlyRate
               END-IF
               DISPLAY "Hire Date " HireDate
               DISPLAY "Status " EmployeeStatus
               IF EmployeeTerminated
                   DISPLAY "Terminated " TerminationDate
                       " reason " TerminationReason
               END-IF
               IF RehireDate > ZERO
                   DISPLAY "Rehired " RehireDate "  service from "
                       AdjustedServiceDate
                   DISPLAY "Prior termination " PriorTerminationDate
                       " reason " PriorTerminationReason
               END-IF
           END-IF.

       ListEmployees.

       COPY WriteNewEmployeeLogic.

       COPY RewriteEmployeeLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.

       COPY WriteAuditRecordLogic.

       COPY BackupEmployeeFileLogic.
