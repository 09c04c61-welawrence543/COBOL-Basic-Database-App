      * EmployeeRecord.cpy
      * Record layout for EmployeeFile, shared by every program that
      * opens EmployeeFile so the layout only has to change in one place.
      * PayType says how PayPeriodRegister pays the employee: salaried
      * staff get Salary over the periods in the year, hourly staff
      * are paid HourlyRate times the hours on their timecard. For
      * hourly staff Salary carries the annualized rate (HourlyRate
      * times 2080 hours) so the salary-cost reports still add up.
      * HireDate is the original hire date. RehireEmployee sets
      * RehireDate and keeps the termination being reversed in the
      * PriorTermination fields; AdjustedServiceDate is the date
      * service counts from (HireDate unless a rehire moved it under
      * the break-in-service rule) and is what the anniversary report
      * and leave accrual use. The LastChanged fields stamp every
      * write with when, by which operator and from which program the
      * record was last changed; a program rewriting the record checks
      * them against its own copy first (EmployeeChangeStampLogic.cpy)
      * so it cannot overwrite a change made since it read the record.
      ******************************************************************
       01 EmployeeData.
           02 EmployeeID PIC 9(5).
               88 TerminationInvoluntary VALUE 'I'.
               88 TerminationRetirement VALUE 'R'.
               88 TerminationDeceased VALUE 'D'.
           02 PayType PIC X VALUE 'S'.
               88 PaySalaried VALUE 'S'.
               88 PayHourly VALUE 'H'.
           02 HourlyRate PIC 9(4)V99.
           02 AdjustedServiceDate PIC 9(8).
           02 RehireDate PIC 9(8).
           02 PriorTerminationDate PIC 9(8).
           02 PriorTerminationReason PIC X.
           02 LastChangedTimestamp PIC 9(14).
           02 LastChangedOperator PIC X(8).
           02 LastChangedProgram PIC X(24).
