      * Date:
      * Purpose: Per-period vacation accrual batch. For every active
      *          employee, computes completed years of service from
      *          AdjustedServiceDate (HireDate unless a rehire moved
      *          it under the break-in-service rule) and grants this
      *          period's vacation hours on
      *          the tenure-banded schedule (80 hours a year under 5
      *          years, 120 from 5, 160 from 10, 200 from 20 - the
      *          same milestones the anniversary report flags),
      *          updating the leave balance file and writing a change
      *          register line per employee. Run once per pay period,
      *          alongside PayPeriodRegister. The run takes the
      *          earliest period on the payroll calendar not yet
      *          accrued, counts service as of the period end date and
      *          marks the period accrued when it finishes, so a
      *          second run moves on to the next period instead of
      *          granting the same hours twice - and ends with nothing
      *          posted if that period has not ended yet. An employee
      *          whose last accrual date is already the period end is
      *          skipped as well, in case a run stops part-way through.
      *          The operator signs on first so each balance is stamped
      *          with who ran the accrual; a balance changed by leave
      *          maintenance while the run had it read is re-read and
      *          accrued on its new figures rather than overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LeaveEmployeeID.
           SELECT OPTIONAL PayCalendarFile
               ASSIGN TO "C:\Users\welaw\paycalendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CalendarPeriodNumber.
           SELECT AccrualRegisterFile
               ASSIGN TO "C:\Users\welaw\leaveregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       FD LeaveFile.
       COPY LeaveRecord.

       FD PayCalendarFile.
       COPY PayCalendarRecord.

       FD AccrualRegisterFile.
       01 AccrualRegisterRecord.
           02 RegisterEmployeeID PIC 9(5).
           02 RegisterBalance PIC Z,ZZ9.99.
           02 FILLER PIC X(12) VALUE " hrs balance".

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       COPY PayPeriodSelectData.
       01 ConfirmPeriod PIC X.
       01 RunDate PIC 9(8).
       01 RunDateSplit REDEFINES RunDate.
           02 RunYear PIC 9(4).
           02 RunMonthDay PIC 9(4).
       01 RunInteger PIC 9(7).
       01 ServiceFromDate PIC 9(8).
       01 HireDateSplit.
           02 HireYear PIC 9(4).
           02 HireMonthDay PIC 9(4).
       01 SkippedCount PIC 9(4) VALUE ZERO.
       01 AlreadyCount PIC 9(4) VALUE ZERO.
       01 BadDateCount PIC 9(4) VALUE ZERO.
       01 ConflictCount PIC 9(4) VALUE ZERO.
       01 LeaveTries PIC 9 VALUE ZERO.
       COPY OperatorSignOnData.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY LeaveChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "LeaveAccrualBatch" TO StampProgramName.
           DISPLAY " ".
           DISPLAY "Vacation accrual batch run".
           MOVE "LeaveAccrualBatch" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           PERFORM FindUnaccruedPayPeriod.
           IF NOT PayPeriodSelected
               DISPLAY "Accrual run cancelled."
               STOP RUN
           END-IF.
           DISPLAY "Pay period " SelectedPeriodNumber " from "
               SelectedStartDate " to " SelectedEndDate ", "
               PayPeriodsPerYear " periods a year".
           DISPLAY "Accrue vacation for this period? (Y/N) ".
           ACCEPT ConfirmPeriod.
           IF ConfirmPeriod NOT = 'Y'
               DISPLAY "Accrual run cancelled."
               STOP RUN
           END-IF.
           MOVE SelectedEndDate TO RunDate.
           MOVE FUNCTION INTEGER-OF-DATE(RunDate) TO RunInteger.
           OPEN INPUT EmployeeFile.
           OPEN I-O LeaveFile.
           CLOSE EmployeeFile.
           CLOSE LeaveFile.
           CLOSE AccrualRegisterFile.
           PERFORM MarkPeriodAccrued.
           DISPLAY " ".
           DISPLAY "Vacation accrual run complete.".
           DISPLAY AccruedCount " employee(s) accrued.".
           DISPLAY SkippedCount " terminated employee(s) skipped.".
           IF AlreadyCount > ZERO
               DISPLAY AlreadyCount " employee(s) already accrued "
                   "for this period, skipped."
           END-IF.
           IF BadDateCount > ZERO
               DISPLAY BadDateCount " record(s) with unusable "
                   "hire dates skipped"
           END-IF.
           IF ConflictCount > ZERO
               DISPLAY ConflictCount " balance(s) changed during the "
                   "run and re-read before accruing."
           END-IF.
           STOP RUN.

       AccrueOneEmployee.
           END-EVALUATE.
           COMPUTE PeriodHours ROUNDED =
               AnnualHours / PayPeriodsPerYear.
           MOVE ZERO TO LeaveTries.
           MOVE 'CONFLICT' TO WriteResult.
           PERFORM UNTIL NOT WriteConflict OR LeaveTries >= 3
               ADD 1 TO LeaveTries
               PERFORM UpdateLeaveRecord
               IF WriteConflict
                   ADD 1 TO ConflictCount
               END-IF
           END-PERFORM.
           IF WriteConflict
               DISPLAY "Leave record for " LeaveEmployeeID
                   " kept changing, not accrued"
           ELSE IF LeaveAlreadyAccrued = 'Y'
               ADD 1 TO AlreadyCount
           ELSE
               MOVE EmployeeID TO RegisterEmployeeID
           END-IF.

       UpdateLeaveRecord.
           MOVE 'OK' TO WriteResult.
           MOVE 'Y' TO LeaveFound.
           MOVE 'N' TO LeaveAlreadyAccrued.
           MOVE EmployeeID TO LeaveEmployeeID.
               ADD PeriodHours TO LeaveBalanceHours
               ADD PeriodHours TO LeaveAccruedYTD
               MOVE RunDate TO LeaveLastAccrualDate
               PERFORM StampLeaveRecord
               WRITE LeaveData
                   INVALID KEY DISPLAY "Could not write leave "
                       "record for " LeaveEmployeeID
               END-WRITE
           ELSE IF LeaveLastAccrualDate >= RunDate
               MOVE 'Y' TO LeaveAlreadyAccrued
           ELSE
               PERFORM RememberLeaveAsRead
               ADD PeriodHours TO LeaveBalanceHours
               ADD PeriodHours TO LeaveAccruedYTD
               MOVE RunDate TO LeaveLastAccrualDate
               PERFORM RewriteLeaveChecked
               IF WriteNotFound
                   DISPLAY "Could not update leave "
                       "record for " LeaveEmployeeID
               END-IF
           END-IF.

       ComputeService.
           MOVE ZERO TO HireInteger.
           MOVE ZERO TO ServiceDays.
           MOVE ZERO TO ServiceYears.
           IF AdjustedServiceDate IS NUMERIC
                   AND AdjustedServiceDate > ZERO
               MOVE AdjustedServiceDate TO ServiceFromDate
           ELSE
               MOVE HireDate TO ServiceFromDate
           END-IF.
           IF ServiceFromDate IS NUMERIC AND ServiceFromDate > ZERO
               MOVE FUNCTION INTEGER-OF-DATE(ServiceFromDate)
                   TO HireInteger
           END-IF.
           IF HireInteger > ZERO
               MOVE ServiceFromDate TO HireDateSplit
               COMPUTE ServiceDays = RunInteger - HireInteger
               COMPUTE ServiceYears = RunYear - HireYear
               IF RunMonthDay < HireMonthDay
                   SUBTRACT 1 FROM ServiceYears
               END-IF
           END-IF.

       COPY PayPeriodSelectLogic.

       COPY OperatorSignOnLogic.

       COPY LeaveChangeStampLogic.

       COPY ChangeStampLogic.
