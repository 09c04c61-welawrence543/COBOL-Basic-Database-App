      * Author:
      * Date:
      * Purpose: Service anniversary and tenure report driven by
      *          AdjustedServiceDate, the date service counts from
      *          (HireDate unless a rehire moved it under the
      *          break-in-service rule). For a given run date, lists
      *          every active employee's completed years of service,
      *          the service anniversaries coming up in the next month
      *          (flagging the 5/10/20-year award milestones HR keeps
      *          missing) and the new hires and rehires still inside
      *          their 90-day probation window, counted from the most
      *          recent hire, with the date the review is due.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 RunYear PIC 9(4).
           02 RunMonthDay PIC 9(4).
       01 RunInteger PIC 9(7).
       01 ServiceFromDate PIC 9(8).
       01 HireDateSplit.
           02 HireYear PIC 9(4).
           02 HireMonthDay PIC 9(4).
           02 FILLER PIC X(4) VALUE "Run ".
           02 HeadingRunDate PIC 9(8).
       01 TenureHeadingLine PIC X(54) VALUE
           "ID     Name                            Service   Years".
       01 TenureDetailLine.
           02 TenureEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
               MOVE EmployeeID TO TenureEmployeeID
               MOVE FirstName TO TenureFirstName
               MOVE LastName TO TenureLastName
               MOVE ServiceFromDate TO TenureHireDate
               MOVE ServiceYears TO TenureYears
               WRITE ReportPrintRecord FROM TenureDetailLine
               ADD 1 TO ActiveCount
           END-PERFORM.

       ProbationOneEmployee.
           IF RehireDate IS NUMERIC AND RehireDate > ZERO
               MOVE RehireDate TO ServiceFromDate
           ELSE
               MOVE HireDate TO ServiceFromDate
           END-IF.
           PERFORM ComputeDaysFrom.
           IF HireInteger > ZERO AND ServiceDays >= ZERO
               AND ServiceDays < 90
               COMPUTE ProbationEndInteger = HireInteger + 90
               MOVE EmployeeID TO ProbationEmployeeID
               MOVE FirstName TO ProbationFirstName
               MOVE LastName TO ProbationLastName
               MOVE ServiceFromDate TO ProbationHired
               MOVE ProbationEnd TO ProbationDue
               WRITE ReportPrintRecord FROM ProbationDetailLine
               ADD 1 TO ProbationCount
           END-IF.

       ComputeService.
           IF AdjustedServiceDate IS NUMERIC
                   AND AdjustedServiceDate > ZERO
               MOVE AdjustedServiceDate TO ServiceFromDate
           ELSE
               MOVE HireDate TO ServiceFromDate
           END-IF.
           PERFORM ComputeDaysFrom.

       ComputeDaysFrom.
           MOVE ZERO TO HireInteger.
           MOVE ZERO TO ServiceDays.
           MOVE ZERO TO ServiceYears.
           IF ServiceFromDate IS NUMERIC AND ServiceFromDate > ZERO
               MOVE FUNCTION INTEGER-OF-DATE(ServiceFromDate)
                   TO HireInteger
           END-IF.
           IF HireInteger > ZERO
               MOVE ServiceFromDate TO HireDateSplit
               COMPUTE ServiceDays = RunInteger - HireInteger
               COMPUTE ServiceYears = RunYear - HireYear
               IF RunMonthDay < HireMonthDay
           END-IF.

       ComputeNextAnniversary.
           MOVE ServiceFromDate TO HireDateSplit.
           MOVE RunYear TO AnniversaryYear.
           MOVE HireMonthDay TO AnniversaryMonthDay.
           IF AnniversaryMonthDay = 0229
