      *          EmployeeFile is indexed with the LastName alternate
      *          key, so this is the only way to get the data back
      *          after a bad run. Reports the record count before and
      *          after the rebuild. Changes made after the backup are
      *          not brought back; RollForwardEmployeeFile restores a
      *          backup and re-applies them from the change journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY EmployeeRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       WORKING-STORAGE SECTION.
       01 BackupFileName PIC X(60).
