               DISPLAY "Department " Department
               DISPLAY "Job Title " JobTitle
               DISPLAY "Salary " Salary
               DISPLAY "Pay Type " PayType
               IF PayHourly
                   DISPLAY "Hourly Rate " HourlyRate
               END-IF
               DISPLAY "Hire Date " HireDate
               IF RehireDate > ZERO
                   DISPLAY "Rehired " RehireDate "  service from "
                       AdjustedServiceDate
               END-IF
               DISPLAY "Status " EmployeeStatus
           END-IF.

