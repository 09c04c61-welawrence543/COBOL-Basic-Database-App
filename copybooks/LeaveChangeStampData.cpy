      ******************************************************************
      * LeaveChangeStampData.cpy
      * Working-storage for LeaveChangeStampLogic.cpy. LeaveAsRead
      * holds the LeaveFile record as this program last read it and
      * LeaveIntended the record it is trying to write while the file
      * copy is re-read for the check. Must stay in step with
      * LeaveRecord.cpy.
      ******************************************************************
       01 LeaveAsRead.
           02 ReadLeaveEmployeeID PIC 9(5).
           02 ReadLeaveBalanceHours PIC 9(4)V99.
           02 ReadLeaveAccruedYTD PIC 9(4)V99.
           02 ReadLeaveTakenYTD PIC 9(4)V99.
           02 ReadLeaveLastAccrualDate PIC 9(8).
           02 ReadLeaveLastChangedTimestamp PIC 9(14).
           02 ReadLeaveLastChangedOperator PIC X(8).
           02 ReadLeaveLastChangedProgram PIC X(24).
       01 LeaveIntended PIC X(77).
       01 LeaveWasPrint PIC Z,ZZ9.99.
       01 LeaveNowPrint PIC Z,ZZ9.99.
