      ******************************************************************
      * ConflictLogRecord.cpy
      * Record layout for ConflictLogFile (conflict.txt). One record
      * is appended each time a program goes to rewrite an
      * EmployeeFile, LeaveFile or PersonalDataFile record and finds
      * another session or batch run has changed it since it was
      * read, so nothing was overwritten. Shows who was refused and
      * who made the change in between; ConflictLogReport lists and
      * counts them.
      ******************************************************************
       01 ConflictLogRecord.
           02 ConflictTimestamp PIC 9(14).
           02 ConflictFile PIC X(8).
               88 ConflictOnEmployee VALUE 'EMPLOYEE'.
               88 ConflictOnLeave VALUE 'LEAVE'.
               88 ConflictOnPersonal VALUE 'PERSONAL'.
           02 ConflictEmployeeID PIC 9(5).
           02 ConflictProgram PIC X(24).
           02 ConflictOperatorID PIC X(8).
           02 ConflictChangedTimestamp PIC 9(14).
           02 ConflictChangedOperator PIC X(8).
           02 ConflictChangedProgram PIC X(24).
