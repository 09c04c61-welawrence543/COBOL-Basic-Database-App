      *          an exception report line for every record with a
      *          Department code no longer on DepartmentFile, a
      *          HireDate that is not a real calendar date or is in
      *          the future, a zero or implausible Salary, an
      *          EmployeeStatus that is neither 'A' nor 'T', a PayType
      *          that is neither 'S' nor 'H', or an hourly employee
      *          with no hourly rate, so bad data shows on a morning
      *          report instead of blowing up the payroll export.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PERFORM CheckHireDate.
           PERFORM CheckSalary.
           PERFORM CheckStatus.
           PERFORM CheckPayType.
           IF RecordHasException = 'Y'
               ADD 1 TO RecordsFlagged
           END-IF.
               PERFORM WriteExceptionLine
           END-IF.

       CheckPayType.
           IF NOT PaySalaried AND NOT PayHourly
               MOVE "PAY TYPE NOT S OR H" TO ExceptionText
               MOVE PayType TO ExceptionValue
               PERFORM WriteExceptionLine
           ELSE
               IF PayHourly
                   AND (HourlyRate IS NOT NUMERIC OR HourlyRate = ZERO)
                   MOVE "HOURLY RATE MISSING" TO ExceptionText
                   MOVE SPACES TO ExceptionValue
                   PERFORM WriteExceptionLine
               END-IF
           END-IF.

       WriteExceptionLine.
           MOVE EmployeeID TO ExceptionEmployeeID.
           MOVE FirstName TO ExceptionFirstName.
