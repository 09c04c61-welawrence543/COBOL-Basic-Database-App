      ******************************************************************
      * ChangeStampData.cpy
      * Working-storage for the last-changed stamp. Each program that
      * writes EmployeeFile or LeaveFile moves its own program name
      * into StampProgramName before its first write; the stamp
      * carries it, with SignOnOperatorID and the time, into the
      * LastChanged fields of every record written and into any
      * ConflictLogRecord appended.
      ******************************************************************
       01 StampProgramName PIC X(24) VALUE SPACES.
