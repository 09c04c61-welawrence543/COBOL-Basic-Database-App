      ******************************************************************
      * RewriteEmployeeLogic.cpy
      * Shared "change an existing employee" rewrite, used by the
      * interactive UpdateEmployee menu option and by the nightly
      * ApplyPendingChanges step so both enforce the same department
      * and job-code validation and audit logging. Caller must have
      * EmployeeData already holding the changed record (read from
      * EmployeeFile and remembered with RememberEmployeeAsRead), the
      * names as they were before the change in OldFirstName and
      * OldLastName, EmployeeFile open I-O, AuditFile open EXTEND and
      * DepartmentFile and JobCodeFile open INPUT, and must COPY
      * EmployeeChangeStampLogic and ChangeStampLogic. The rewrite is
      * refused with 'CONFLICT' if the record changed since it was
      * read. Result comes back in WriteResult (see
      * WriteResultFlags.cpy).
      ******************************************************************
       RewriteEmployeeRecord.
           MOVE 'OK' TO WriteResult.
           MOVE Department TO DepartmentCode.
           READ DepartmentFile
               INVALID KEY MOVE 'BADDEPT' TO WriteResult
           END-READ.
           IF NOT WriteBadDept
               MOVE Job TO JobCode
               READ JobCodeFile
                   INVALID KEY MOVE 'BADJOB' TO WriteResult
               END-READ
           END-IF.
           IF WriteOK
               PERFORM RewriteEmployeeChecked
           END-IF.
           IF WriteOK
               MOVE OldFirstName TO AuditOldFirstName
               MOVE OldLastName TO AuditOldLastName
               MOVE FirstName TO AuditNewFirstName
               MOVE LastName TO AuditNewLastName
               MOVE 'U' TO AuditActionCode
               PERFORM WriteAuditRecord
           END-IF.
