      ******************************************************************
      * ChangeStampLogic.cpy
      * Appends one ConflictLogRecord for a refused rewrite. Caller
      * must have ConflictFile, ConflictEmployeeID and the
      * ConflictChanged fields (from the record as it now stands on
      * file) already populated, ConflictLogFile declared as an
      * OPTIONAL sequential file over conflict.txt with
      * ConflictLogRecord.cpy as its record, and ChangeStampData.cpy
      * and OperatorSignOnData.cpy in working-storage. The file is
      * opened and closed here since conflicts are rare.
      ******************************************************************
       WriteConflictLog.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ConflictTimestamp.
           MOVE StampProgramName TO ConflictProgram.
           MOVE SignOnOperatorID TO ConflictOperatorID.
           OPEN EXTEND ConflictLogFile.
           WRITE ConflictLogRecord.
           CLOSE ConflictLogFile.
