      * LeaveRecord.cpy
      * Record layout for LeaveFile, the vacation balance file keyed
      * by employee ID. LeaveAccrualBatch grants hours per pay period
      * on a tenure-banded schedule (the last-accrual date, set to the
      * pay period end, stops a second run for the same period
      * granting twice), LeaveMaintenance records leave
      * taken against the balance, YearEndLeaveCarryover caps the
      * balance and resets the year-to-date accumulators, and
      * TerminationFinalPay pays out the unused balance. The
      * LastChanged fields stamp every write with when, by which
      * operator and from which program the balance last changed (see
      * LeaveChangeStampLogic.cpy).
      ******************************************************************
       01 LeaveData.
           02 LeaveEmployeeID PIC 9(5).
           02 LeaveAccruedYTD PIC 9(4)V99.
           02 LeaveTakenYTD PIC 9(4)V99.
           02 LeaveLastAccrualDate PIC 9(8).
           02 LeaveLastChangedTimestamp PIC 9(14).
           02 LeaveLastChangedOperator PIC X(8).
           02 LeaveLastChangedProgram PIC X(24).
