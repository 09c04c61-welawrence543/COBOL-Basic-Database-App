      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rehire run, restricted to supervisors. Reactivates a
      *          terminated employee's existing record, so a returning
      *          employee keeps their EmployeeID and history instead
      *          of being given a new ID because AddEmployee rejects
      *          the old one as taken. Asks for the rehire date, the
      *          department and job code (checked against
      *          DepartmentFile and JobCodeFile), job title and pay;
      *          keeps the termination being reversed in the prior
      *          termination fields, sets the record active and works
      *          out the adjusted service date under the
      *          break-in-service rule: a break of 365 days or less is
      *          bridged - service before the break still counts and
      *          the service date moves forward by the length of the
      *          break - while a longer break restarts service at the
      *          rehire date. HireDate keeps the original hire. Each
      *          rehire is logged through WriteAuditRecord under
      *          action code R and appended to rehireregister.txt.
      *          EmployeeFile is backed up before the first change.
      *          If another session changes the employee while the
      *          rehire is being keyed, nothing is written; the changes
      *          are shown and the rehire can be started over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RehireEmployee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT AuditFile ASSIGN TO "C:\Users\welaw\audit.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BackupFile ASSIGN TO DYNAMIC BackupFileName
               ORGANIZATION IS SEQUENTIAL.
           SELECT DepartmentFile ASSIGN TO "C:\Users\welaw\dept.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DepartmentCode.
           SELECT JobCodeFile ASSIGN TO "C:\Users\welaw\jobcode.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JobCode.
           SELECT OPTIONAL RehireRegisterFile
               ASSIGN TO "C:\Users\welaw\rehireregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
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
       COPY EmployeeRecord.

       FD AuditFile.
       COPY AuditRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD DepartmentFile.
       COPY DepartmentRecord.

       FD JobCodeFile.
       COPY JobCodeRecord.

       FD RehireRegisterFile.
       01 RehireRegisterRecord.
           02 RegisterEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 RegisterFirstName PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterLastName PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterRehireDate PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterPriorTermination PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterPriorReason PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 RegisterBreakDays PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 RegisterServiceDate PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterDepartment PIC X(4).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterJob PIC X(4).
           02 FILLER PIC X VALUE SPACES.
           02 RegisterOperatorID PIC X(8).

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
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 StayOpen PIC X VALUE 'Y'.
       01 EmployeeExists PIC X.
       01 CodeValid PIC X.
       01 DateValid PIC X.
       01 ConfirmRehire PIC X.
       01 TodayDate PIC 9(8).
       01 NewRehireDate PIC 9(8).
       01 RehireInteger PIC 9(7).
       01 TerminationInteger PIC 9(7).
       01 PriorServiceInteger PIC 9(7).
       01 BreakDays PIC S9(7).
       01 NewServiceDate PIC 9(8).
       01 BreakRuleText PIC X(9).
       01 RehiredCount PIC 9(4) VALUE ZERO.
       01 StartOver PIC X VALUE 'N'.
       COPY OperatorSignOnData.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "RehireEmployee" TO StampProgramName.
           DISPLAY " ".
           DISPLAY "Rehire processing".
           MOVE "RehireEmployee" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           IF NOT SignOnSupervisor
               DISPLAY "Operator " SignOnOperatorID " is not"
                   " authorized to rehire employees"
               MOVE "Rehire employee" TO SecurityDetail
               PERFORM LogNotAuthorized
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           PERFORM BackupEmployeeFile.
           OPEN INPUT DepartmentFile.
           OPEN INPUT JobCodeFile.
           OPEN EXTEND RehireRegisterFile.
           PERFORM UNTIL StayOpen = 'N'
               PERFORM RehireOneEmployee
               DISPLAY " "
               DISPLAY "Rehire another employee? (Y/N) "
               ACCEPT StayOpen
           END-PERFORM.
           CLOSE DepartmentFile.
           CLOSE JobCodeFile.
           CLOSE RehireRegisterFile.
           DISPLAY " ".
           DISPLAY RehiredCount " employee(s) rehired.".
           STOP RUN.

       RehireOneEmployee.
           DISPLAY " ".
           DISPLAY "Enter employee ID to rehire ".
           ACCEPT EmployeeID.
           MOVE 'Y' TO StartOver.
           PERFORM UNTIL StartOver NOT = 'Y'
               MOVE 'N' TO StartOver
               PERFORM RehireOneEmployeeOnce
           END-PERFORM.

       RehireOneEmployeeOnce.
           MOVE 'Y' TO EmployeeExists.
           OPEN INPUT EmployeeFile.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ.
           CLOSE EmployeeFile.
           IF EmployeeExists='N'
               DISPLAY "Employee doesn't exist, add them as a new hire"
           ELSE IF NOT EmployeeTerminated
               DISPLAY "Employee is not terminated"
           ELSE IF TerminationDeceased
               DISPLAY "Employee was terminated as deceased"
           ELSE
               PERFORM RehireTerminatedEmployee
           END-IF.

       RehireTerminatedEmployee.
           PERFORM RememberEmployeeAsRead.
           DISPLAY "Employee " EmployeeID " " FirstName " " LastName.
           DISPLAY "Hired " HireDate "  terminated " TerminationDate
               " reason " TerminationReason.
           PERFORM AcceptRehireDate.
           PERFORM AcceptDepartment.
           PERFORM AcceptJobCode.
           DISPLAY "Enter job title ".
           ACCEPT JobTitle.
           PERFORM AcceptPayFields.
           PERFORM ApplyBreakInService.
           DISPLAY "Service will count from " NewServiceDate " ("
               BreakRuleText ")".
           DISPLAY "Rehire this employee? (Y/N) ".
           ACCEPT ConfirmRehire.
           IF ConfirmRehire NOT = 'Y'
               DISPLAY "Rehire cancelled, record unchanged"
           ELSE
               MOVE TerminationDate TO PriorTerminationDate
               MOVE TerminationReason TO PriorTerminationReason
               MOVE NewRehireDate TO RehireDate
               MOVE NewServiceDate TO AdjustedServiceDate
               MOVE 'A' TO EmployeeStatus
               MOVE ZERO TO TerminationDate
               MOVE SPACE TO TerminationReason
               OPEN I-O EmployeeFile
               OPEN EXTEND AuditFile
               PERFORM RewriteEmployeeChecked
               EVALUATE TRUE
                   WHEN WriteOK
                       MOVE FirstName TO AuditOldFirstName
                       MOVE LastName TO AuditOldLastName
                       MOVE FirstName TO AuditNewFirstName
                       MOVE LastName TO AuditNewLastName
                       MOVE 'R' TO AuditActionCode
                       PERFORM WriteAuditRecord
                       PERFORM WriteRegisterLine
                       ADD 1 TO RehiredCount
                       DISPLAY "Employee rehired"
                   WHEN WriteConflict
                       PERFORM ShowEmployeeConflict
                       DISPLAY " "
                       DISPLAY "Start over with the record as it now"
                           " stands? (Y/N) "
                       ACCEPT StartOver
                   WHEN OTHER
                       DISPLAY "Employee not rehired"
               END-EVALUATE
               CLOSE EmployeeFile
               CLOSE AuditFile
           END-IF.

       AcceptRehireDate.
           MOVE 'N' TO DateValid.
           PERFORM UNTIL DateValid = 'Y'
               DISPLAY "Enter rehire date (YYYYMMDD) "
               ACCEPT NewRehireDate
               PERFORM CheckRehireDate
           END-PERFORM.

       CheckRehireDate.
           MOVE ZERO TO RehireInteger.
           IF NewRehireDate IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(NewRehireDate)
                   TO RehireInteger
           END-IF.
           IF RehireInteger = ZERO
               DISPLAY "Rehire date must be a real date"
           ELSE IF NewRehireDate <= TerminationDate
               DISPLAY "Rehire date must be after the termination"
                   " date"
           ELSE IF NewRehireDate > TodayDate
               DISPLAY "Rehire date cannot be in the future"
           ELSE
               MOVE 'Y' TO DateValid
           END-IF.

       AcceptDepartment.
           MOVE 'N' TO CodeValid.
           PERFORM UNTIL CodeValid = 'Y'
               DISPLAY "Enter department "
               ACCEPT Department
               MOVE Department TO DepartmentCode
               MOVE 'Y' TO CodeValid
               READ DepartmentFile
                   INVALID KEY
                       MOVE 'N' TO CodeValid
                       DISPLAY "Invalid department code"
               END-READ
           END-PERFORM.

       AcceptJobCode.
           MOVE 'N' TO CodeValid.
           PERFORM UNTIL CodeValid = 'Y'
               DISPLAY "Enter job code "
               ACCEPT Job
               MOVE Job TO JobCode
               MOVE 'Y' TO CodeValid
               READ JobCodeFile
                   INVALID KEY
                       MOVE 'N' TO CodeValid
                       DISPLAY "Invalid job code"
               END-READ
           END-PERFORM.

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

       ApplyBreakInService.
           MOVE ZERO TO TerminationInteger.
           MOVE ZERO TO PriorServiceInteger.
           IF TerminationDate IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(TerminationDate)
                   TO TerminationInteger
           END-IF.
           IF AdjustedServiceDate IS NUMERIC
                   AND AdjustedServiceDate > ZERO
               MOVE FUNCTION INTEGER-OF-DATE(AdjustedServiceDate)
                   TO PriorServiceInteger
           ELSE IF HireDate IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(HireDate)
                   TO PriorServiceInteger
           END-IF.
           COMPUTE BreakDays = RehireInteger - TerminationInteger - 1.
           IF TerminationInteger = ZERO OR PriorServiceInteger = ZERO
                   OR BreakDays > 365
               MOVE NewRehireDate TO NewServiceDate
               MOVE "RESTARTED" TO BreakRuleText
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(PriorServiceInteger
                   + BreakDays) TO NewServiceDate
               MOVE "BRIDGED" TO BreakRuleText
           END-IF.

       WriteRegisterLine.
           MOVE SPACES TO RehireRegisterRecord.
           MOVE EmployeeID TO RegisterEmployeeID.
           MOVE FirstName TO RegisterFirstName.
           MOVE LastName TO RegisterLastName.
           MOVE RehireDate TO RegisterRehireDate.
           MOVE PriorTerminationDate TO RegisterPriorTermination.
           MOVE PriorTerminationReason TO RegisterPriorReason.
           IF TerminationInteger = ZERO
               MOVE ZERO TO RegisterBreakDays
           ELSE
               MOVE BreakDays TO RegisterBreakDays
           END-IF.
           MOVE AdjustedServiceDate TO RegisterServiceDate.
           MOVE Department TO RegisterDepartment.
           MOVE Job TO RegisterJob.
           MOVE SignOnOperatorID TO RegisterOperatorID.
           WRITE RehireRegisterRecord.

       COPY WriteAuditRecordLogic.

       COPY BackupEmployeeFileLogic.

       COPY OperatorSignOnLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.
