      ******************************************************************
      * LeaveChangeStampLogic.cpy
      * Last-changed stamp and lost-update check for LeaveFile, the
      * same way EmployeeChangeStampLogic.cpy works for EmployeeFile.
      * RememberLeaveAsRead is performed straight after reading the
      * balance the program means to change. RewriteLeaveChecked
      * re-reads the balance by key and rewrites the changed copy only
      * if the file still holds exactly what was read; otherwise
      * nothing is written, WriteResult comes back 'CONFLICT', the
      * conflict is logged and LeaveData is left holding the balance
      * as it now stands for ShowLeaveConflict. StampLeaveRecord fills
      * the LastChanged fields and is also performed before the WRITE
      * of a new balance. Caller must have LeaveFile open I-O,
      * LeaveChangeStampData, ChangeStampData, WriteResultFlags and
      * OperatorSignOnData in working-storage and COPY
      * ChangeStampLogic as well.
      ******************************************************************
       RememberLeaveAsRead.
           MOVE LeaveData TO LeaveAsRead.

       StampLeaveRecord.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO LeaveLastChangedTimestamp.
           MOVE SignOnOperatorID TO LeaveLastChangedOperator.
           MOVE StampProgramName TO LeaveLastChangedProgram.

       RewriteLeaveChecked.
           MOVE 'OK' TO WriteResult.
           MOVE LeaveData TO LeaveIntended.
           READ LeaveFile
               INVALID KEY MOVE 'NOTFOUND' TO WriteResult
           END-READ.
           IF WriteOK AND LeaveData NOT = LeaveAsRead
               MOVE 'CONFLICT' TO WriteResult
               MOVE 'LEAVE' TO ConflictFile
               MOVE LeaveEmployeeID TO ConflictEmployeeID
               MOVE LeaveLastChangedTimestamp
                   TO ConflictChangedTimestamp
               MOVE LeaveLastChangedOperator TO ConflictChangedOperator
               MOVE LeaveLastChangedProgram TO ConflictChangedProgram
               PERFORM WriteConflictLog
           END-IF.
           IF WriteNotFound
               MOVE LeaveIntended TO LeaveData
           END-IF.
           IF WriteOK
               MOVE LeaveIntended TO LeaveData
               PERFORM StampLeaveRecord
               REWRITE LeaveData
                   INVALID KEY MOVE 'NOTFOUND' TO WriteResult
                   NOT INVALID KEY MOVE LeaveData TO LeaveAsRead
               END-REWRITE
           END-IF.

       ShowLeaveConflict.
           DISPLAY " ".
           DISPLAY "Leave balance for " LeaveEmployeeID
               " was changed by operator " LeaveLastChangedOperator
               " in " LeaveLastChangedProgram.
           DISPLAY "at " LeaveLastChangedTimestamp
               " after you read it. Your change was not saved.".
           MOVE ReadLeaveBalanceHours TO LeaveWasPrint.
           MOVE LeaveBalanceHours TO LeaveNowPrint.
           DISPLAY "  Balance      was " LeaveWasPrint
               " now " LeaveNowPrint.
           MOVE ReadLeaveAccruedYTD TO LeaveWasPrint.
           MOVE LeaveAccruedYTD TO LeaveNowPrint.
           DISPLAY "  Accrued YTD  was " LeaveWasPrint
               " now " LeaveNowPrint.
           MOVE ReadLeaveTakenYTD TO LeaveWasPrint.
           MOVE LeaveTakenYTD TO LeaveNowPrint.
           DISPLAY "  Taken YTD    was " LeaveWasPrint
               " now " LeaveNowPrint.
           IF LeaveLastAccrualDate NOT = ReadLeaveLastAccrualDate
               DISPLAY "  Last accrual was " ReadLeaveLastAccrualDate
                   " now " LeaveLastAccrualDate
           END-IF.
