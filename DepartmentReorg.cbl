      *          every record, not just active ones) - so a reorg no
      *          longer leaves employees stranded on dead codes that
      *          the nightly integrity scan flags but nothing fixes.
      *          An employee changed by another session during a move
      *          is left as that session saved it and counted as not
      *          moved.
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

       FD ReorgRegisterFile.
       01 ReorgRegisterRecord.
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
       01 EmployeesOnCode PIC 9(4) VALUE ZERO.
       01 NewDepartmentName PIC X(20).
       COPY OperatorSignOnData.
       01 ConflictCount PIC 9(4) VALUE ZERO.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "DepartmentReorg" TO StampProgramName.
           MOVE "DepartmentReorg" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN

       MoveAllOnCode.
           MOVE ZERO TO MovedCount.
           MOVE ZERO TO ConflictCount.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN I-O EmployeeFile.
           OPEN EXTEND AuditFile.
           DISPLAY " ".
           DISPLAY MovedCount " employee(s) moved from "
               FromDepartment " to " ToDepartment ".".
           IF ConflictCount > ZERO
               DISPLAY ConflictCount " employee(s) changed by another"
                   " session during the move and not moved."
           END-IF.

       MoveOneEmployee.
           PERFORM RememberEmployeeAsRead.
           MOVE ToDepartment TO Department.
           PERFORM RewriteEmployeeChecked.
           EVALUATE TRUE
               WHEN WriteOK
                   MOVE EmployeeID TO RegisterEmployeeID
                   MOVE FirstName TO RegisterFirstName
                   MOVE LastName TO RegisterLastName
                   MOVE 'U' TO AuditActionCode
                   PERFORM WriteAuditRecord
                   ADD 1 TO MovedCount
               WHEN WriteConflict
                   DISPLAY "Employee " EmployeeID " changed by "
                       LastChangedOperator " in " LastChangedProgram
                       " during the move, not moved"
                   ADD 1 TO ConflictCount
               WHEN OTHER
                   DISPLAY "Could not update " EmployeeID
           END-EVALUATE.

       RenameDepartment.
           MOVE 'Y' TO DeptExists.
       COPY BackupEmployeeFileLogic.

       COPY OperatorSignOnLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.
