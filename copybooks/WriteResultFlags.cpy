      ******************************************************************
      * WriteResultFlags.cpy
      * Result of WriteNewEmployeeRecord (see WriteNewEmployeeLogic.cpy)
      * and RewriteEmployeeRecord (see RewriteEmployeeLogic.cpy), and
      * of the checked rewrites in EmployeeChangeStampLogic.cpy and
      * LeaveChangeStampLogic.cpy
      ******************************************************************
       01 WriteResult PIC X(8) VALUE SPACES.
           88 WriteOK VALUE 'OK'.
           88 WriteDupID VALUE 'DUPID'.
           88 WriteBadDept VALUE 'BADDEPT'.
           88 WriteBadJob VALUE 'BADJOB'.
           88 WriteBadRate VALUE 'BADRATE'.
           88 WriteNotFound VALUE 'NOTFOUND'.
           88 WriteConflict VALUE 'CONFLICT'.
