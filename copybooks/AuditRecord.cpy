      ******************************************************************
      * AuditRecord.cpy
      * Record layout for AuditFile, shared by every program that
      * appends add/update/delete/rehire history for EmployeeFile.
      ******************************************************************
       01 AuditRecord.
           02 AuditEmployeeID PIC 9(5).
               88 AuditAdd VALUE 'A'.
               88 AuditUpdate VALUE 'U'.
               88 AuditDelete VALUE 'D'.
               88 AuditRehire VALUE 'R'.
           02 AuditTimestamp PIC 9(14).
           02 AuditOldFirstName PIC X(15).
           02 AuditOldLastName PIC X(15).
