      ******************************************************************
      * EmployeeChangeStampLogic.cpy
      * Last-changed stamp and lost-update check for EmployeeFile.
      * RememberEmployeeAsRead is performed straight after reading the
      * record the program means to change. RewriteEmployeeChecked
      * re-reads the record by key and rewrites the changed copy only
      * if the file still holds exactly what was read; if anyone else
      * has written the record since, nothing is written, WriteResult
      * comes back 'CONFLICT', the conflict is logged and EmployeeData
      * is left holding the record as it now stands so the caller can
      * PERFORM ShowEmployeeConflict and start over from it.
      * StampEmployeeRecord fills the LastChanged fields and is also
      * performed before the WRITE of a new employee. Caller must have
      * EmployeeFile open I-O (for the rewrite), and
      * EmployeeChangeStampData, ChangeStampData, WriteResultFlags and
      * OperatorSignOnData in working-storage, and must COPY
      * ChangeStampLogic and ChangeJournalLogic as well - every
      * successful rewrite is journalled with its before and after
      * images. Result comes back in WriteResult
      * (see WriteResultFlags.cpy).
      ******************************************************************
       RememberEmployeeAsRead.
           MOVE EmployeeData TO EmployeeAsRead.

       StampEmployeeRecord.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LastChangedTimestamp.
           MOVE SignOnOperatorID TO LastChangedOperator.
           MOVE StampProgramName TO LastChangedProgram.

       RewriteEmployeeChecked.
           MOVE 'OK' TO WriteResult.
           MOVE EmployeeData TO EmployeeIntended.
           READ EmployeeFile
               INVALID KEY MOVE 'NOTFOUND' TO WriteResult
           END-READ.
           IF WriteOK AND EmployeeData NOT = EmployeeAsRead
               MOVE 'CONFLICT' TO WriteResult
               MOVE 'EMPLOYEE' TO ConflictFile
               MOVE EmployeeID TO ConflictEmployeeID
               MOVE LastChangedTimestamp TO ConflictChangedTimestamp
               MOVE LastChangedOperator TO ConflictChangedOperator
               MOVE LastChangedProgram TO ConflictChangedProgram
               PERFORM WriteConflictLog
           END-IF.
           IF WriteNotFound
               MOVE EmployeeIntended TO EmployeeData
           END-IF.
           IF WriteOK
               MOVE EmployeeIntended TO EmployeeData
               PERFORM StampEmployeeRecord
               REWRITE EmployeeData
                   INVALID KEY MOVE 'NOTFOUND' TO WriteResult
                   NOT INVALID KEY
                       MOVE EmployeeAsRead TO ChangeJournalBeforeImage
                       PERFORM WriteChangeJournal
                       MOVE EmployeeData TO EmployeeAsRead
               END-REWRITE
           END-IF.

       ShowEmployeeConflict.
           MOVE ZERO TO ConflictFieldCount.
           DISPLAY " ".
           DISPLAY "Employee " EmployeeID " was changed by operator "
               LastChangedOperator " in " LastChangedProgram.
           DISPLAY "at " LastChangedTimestamp
               " after you read it. Your changes were not saved.".
           DISPLAY "Changed since you read it:".
           IF FirstName NOT = ReadFirstName
               DISPLAY "  First name   was " ReadFirstName
                   " now " FirstName
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF LastName NOT = ReadLastName
               DISPLAY "  Last name    was " ReadLastName
                   " now " LastName
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF Department NOT = ReadDepartment
               DISPLAY "  Department   was " ReadDepartment
                   " now " Department
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF Job NOT = ReadJob
               DISPLAY "  Job code     was " ReadJob " now " Job
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF JobTitle NOT = ReadJobTitle
               DISPLAY "  Job title    was " ReadJobTitle
                   " now " JobTitle
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF Salary NOT = ReadSalary
               DISPLAY "  Salary       was " ReadSalary " now " Salary
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF PayType NOT = ReadPayType
               DISPLAY "  Pay type     was " ReadPayType " now " PayType
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF HourlyRate NOT = ReadHourlyRate
               DISPLAY "  Hourly rate  was " ReadHourlyRate
                   " now " HourlyRate
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF HireDate NOT = ReadHireDate
               DISPLAY "  Hire date    was " ReadHireDate
                   " now " HireDate
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF EmployeeStatus NOT = ReadEmployeeStatus
               DISPLAY "  Status       was " ReadEmployeeStatus
                   " now " EmployeeStatus
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF TerminationDate NOT = ReadTerminationDate
                   OR TerminationReason NOT = ReadTerminationReason
               DISPLAY "  Termination  was " ReadTerminationDate " "
                   ReadTerminationReason " now " TerminationDate " "
                   TerminationReason
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF AdjustedServiceDate NOT = ReadAdjustedServiceDate
               DISPLAY "  Service from was " ReadAdjustedServiceDate
                   " now " AdjustedServiceDate
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF RehireDate NOT = ReadRehireDate
               DISPLAY "  Rehire date  was " ReadRehireDate
                   " now " RehireDate
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF PriorTerminationDate NOT = ReadPriorTerminationDate
                   OR PriorTerminationReason
                       NOT = ReadPriorTerminationReason
               DISPLAY "  Prior term   was " ReadPriorTerminationDate
                   " " ReadPriorTerminationReason " now "
                   PriorTerminationDate " " PriorTerminationReason
               ADD 1 TO ConflictFieldCount
           END-IF.
           IF ConflictFieldCount = ZERO
               DISPLAY "  No field values changed - the record was"
                   " rewritten as it stood"
           END-IF.
