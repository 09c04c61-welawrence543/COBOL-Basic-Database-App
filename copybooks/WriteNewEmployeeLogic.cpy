      * Shared "add a new employee" write, used by both the interactive
      * AddEmployee menu option and the new-hire batch loader so both
      * enforce the same duplicate-ID check, department and job-code
      * validation and audit logging. An hourly employee must carry
      * an hourly rate, and gets Salary set to the annualized rate;
      * anyone not hourly is written as salaried with no hourly rate.
      * Service counts from HireDate, with no rehire history, and the
      * record is stamped as last changed by this operator and program
      * (caller must COPY EmployeeChangeStampLogic), and journalled
      * as an add (caller must COPY ChangeJournalLogic).
      * Caller must have EmployeeData
      * already populated, EmployeeFile open I-O and DepartmentFile
      * and JobCodeFile open INPUT. Result comes back in WriteResult
      * (see WriteResultFlags.cpy).
               END-READ
           END-IF.
           IF NOT WriteBadDept AND NOT WriteBadJob
               IF PayHourly
                   IF HourlyRate IS NOT NUMERIC OR HourlyRate = ZERO
                       MOVE 'BADRATE' TO WriteResult
                   ELSE
                       COMPUTE Salary = HourlyRate * 2080
                           ON SIZE ERROR MOVE 'BADRATE' TO WriteResult
                       END-COMPUTE
                   END-IF
               ELSE
                   MOVE 'S' TO PayType
                   MOVE ZERO TO HourlyRate
               END-IF
           END-IF.
           IF WriteOK
               MOVE 'A' TO EmployeeStatus
               MOVE ZERO TO TerminationDate
               MOVE SPACE TO TerminationReason
               MOVE HireDate TO AdjustedServiceDate
               MOVE ZERO TO RehireDate
               MOVE ZERO TO PriorTerminationDate
               MOVE SPACE TO PriorTerminationReason
               PERFORM StampEmployeeRecord
               WRITE EmployeeData
                   INVALID KEY MOVE 'DUPID' TO WriteResult
                   NOT INVALID KEY
                       MOVE 'OK' TO WriteResult
                       MOVE SPACES TO ChangeJournalBeforeImage
                       PERFORM WriteChangeJournal
                       MOVE SPACES TO AuditOldFirstName AuditOldLastName
                       MOVE FirstName TO AuditNewFirstName
                       MOVE LastName TO AuditNewLastName
