      ******************************************************************
      * TimecardRecord.cpy
      * Record layout for TimecardFile, the per-period timecard
      * transaction file for hourly staff: one line per employee with
      * the period's regular, overtime and holiday hours.
      * PayPeriodRegister pays hourly employees from it (overtime at
      * time-and-a-half) and TerminationFinalPay pays a terminated
      * hourly employee's last timecard on the final-pay voucher.
      * Each line carries the payroll calendar period it is for, and
      * a line for any other period is not paid.
      ******************************************************************
       01 TimecardData.
           02 TimecardEmployeeID PIC 9(5).
           02 TimecardRegularHours PIC 9(3)V99.
           02 TimecardOvertimeHours PIC 9(3)V99.
           02 TimecardHolidayHours PIC 9(3)V99.
           02 TimecardPeriodNumber PIC 9(6).
