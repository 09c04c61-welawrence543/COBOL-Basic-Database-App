      *          PayPeriodRegister applies, and writes a printable
      *          final-pay voucher for payroll - so a mid-period
      *          termination no longer gets a full period's pay or a
      *          calculator job. The period is the one on the payroll
      *          calendar the TerminationDate falls in, even if the
      *          register has already signed it off, and the days in
      *          it and days worked come from its start and end dates
      *          and the TerminationDate, so nothing is keyed; if the
      *          register paid the employee for that period, no days
      *          are paid again. Any unused vacation balance on the
      *          leave file is paid out on the voucher at the hourly
      *          rate and the balance zeroed, so an employee gets one
      *          final-pay voucher per period: a second voucher is
      *          refused once one is in the pay history for the
      *          period. The voucher amounts are
      *          rolled into the year-to-date earnings file like any
      *          other pay, stamped with the period.
      *          Hourly employees are not prorated by days: their last
      *          period is paid from their line for the period on the
      *          timecard file (overtime at time-and-a-half), and their
      *          leave is paid out at their own hourly rate. Each
      *          voucher is added to the permanent pay history file
      *          with the run date as its check date, and to that
      *          day's final-pay run totals. The operator signs on
      *          first so the zeroed leave balance is stamped with who
      *          paid it out; a balance changed by another session
      *          while it was being paid out is re-read and paid on its
      *          new figures rather than overwritten.
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
           SELECT OPTIONAL PayHistoryFile
               ASSIGN TO "C:\Users\welaw\payhistory.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistoryKey
               ALTERNATE RECORD KEY IS HistoryRunKey WITH DUPLICATES.
           SELECT OPTIONAL PayRunTotalsFile
               ASSIGN TO "C:\Users\welaw\payruntotals.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RunTotalsKey.
           SELECT OPTIONAL TimecardFile
               ASSIGN TO "C:\Users\welaw\timecard.txt"
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

       FD PayHistoryFile.
       COPY PayHistoryRecord.

       FD PayRunTotalsFile.
       COPY PayRunTotalsRecord.

       FD TimecardFile.
       COPY TimecardRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 StayOpen PIC X VALUE 'Y'.
       01 EmployeeExists PIC X.
       COPY PayPeriodSelectData.
       01 DaysInPeriod PIC 99.
       01 DaysWorked PIC 99.
       01 DaysValid PIC X.
       01 TerminationInteger PIC 9(7).
       01 PeriodStartInteger PIC 9(7).
       01 PeriodEndInteger PIC 9(7).
       01 PeriodGross PIC 9(7)V99.
       01 ProratedGross PIC 9(7)V99.
       01 FinalDeductions PIC 9(7)V99.
       01 VoucherCount PIC 9(4) VALUE ZERO.
       01 LeaveFound PIC X.
       01 LeavePayoutHours PIC 9(4)V99.
       01 LeavePayoutRate PIC 9(5)V99.
       01 TimecardFound PIC X.
       01 EndOfTimecardSwitch PIC X.
           88 EndOfTimecards VALUE 'Y'.
       01 FinalRegularHours PIC 9(3)V99.
       01 FinalOvertimeHours PIC 9(3)V99.
       01 FinalHolidayHours PIC 9(3)V99.
       01 LeavePayoutAmount PIC 9(7)V99.
       COPY DeductionTableData.
       COPY YTDUpdateData.
       COPY PostPayHistoryData.
       01 VoucherHeadingLine.
           02 FILLER PIC X(26)
               VALUE "Final-pay voucher     Run ".
           02 VoucherRunDate PIC 9(14).
           02 FILLER PIC X(8) VALUE "  Period".
           02 VoucherPeriodNumber PIC 9(6).
       01 VoucherNameLine.
           02 VoucherEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 FILLER PIC X(4) VALUE " of ".
           02 VoucherDaysInPeriod PIC Z9.
           02 FILLER PIC X(26) VALUE " days in the final period.".
       01 VoucherHoursLine.
           02 FILLER PIC X(9) VALUE "Timecard ".
           02 VoucherRegularHours PIC ZZ9.99.
           02 FILLER PIC X(10) VALUE " regular, ".
           02 VoucherOvertimeHours PIC ZZ9.99.
           02 FILLER PIC X(11) VALUE " overtime, ".
           02 VoucherHolidayHours PIC ZZ9.99.
           02 FILLER PIC X(12) VALUE " holiday at ".
           02 VoucherHourlyRate PIC ZZ,ZZ9.99.
       01 VoucherLeaveLine.
           02 FILLER PIC X(9) VALUE "Paid out ".
           02 VoucherLeaveHours PIC Z,ZZ9.99.
           02 VoucherAmountLabel PIC X(14).
           02 VoucherAmount PIC Z,ZZZ,ZZ9.99.
       01 BlankPrintLine PIC X(90) VALUE SPACES.
       01 LeaveTries PIC 9 VALUE ZERO.
       01 PeriodHistoryFound PIC X.
       01 PeriodHistorySource PIC X.
       01 PeriodHistoryCheckDate PIC 9(8).
       01 PeriodPaidOnRegister PIC X.
       01 EndOfHistorySwitch PIC X.
           88 EndOfHistory VALUE 'Y'.
       COPY OperatorSignOnData.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY LeaveChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "TerminationFinalPay" TO StampProgramName.
           PERFORM LoadDeductionTable.
           DISPLAY " ".
           DISPLAY "Termination final-pay run".
           MOVE "TerminationFinalPay" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO YTDPostingDate.
           MOVE 'F' TO YTDPostingSource.
           OPEN INPUT EmployeeFile.
           OPEN EXTEND FinalPayFile.
           OPEN I-O YTDFile.
           OPEN I-O LeaveFile.
           OPEN I-O PayHistoryFile.
           OPEN I-O PayRunTotalsFile.
           PERFORM UNTIL StayOpen='N'
               PERFORM PayOneTermination
               DISPLAY " "
           CLOSE FinalPayFile.
           CLOSE YTDFile.
           CLOSE LeaveFile.
           CLOSE PayHistoryFile.
           CLOSE PayRunTotalsFile.
           DISPLAY " ".
           DISPLAY "Final-pay run complete.".
           DISPLAY VoucherCount " voucher(s) written.".
               DISPLAY "No termination date on file, terminate the"
               DISPLAY "employee through the maintenance menu first"
           ELSE
               PERFORM SelectTerminationPeriod
               IF DaysValid = 'Y'
                   MOVE ZERO TO FinalRegularHours
                   MOVE ZERO TO FinalOvertimeHours
                   MOVE ZERO TO FinalHolidayHours
                   IF PayHourly AND PeriodPaidOnRegister = 'N'
                       PERFORM FindFinalTimecard
                   END-IF
                   PERFORM ComputeFinalPay
                   PERFORM WriteVoucher
                   PERFORM UpdateYTDRecord
                   PERFORM PostPayHistory
               END-IF
           END-IF.

      * Final pay is for the calendar period the termination date
      * falls in, whether or not the register has since signed that
      * period off, so the days worked in it are not lost.
       SelectTerminationPeriod.
           MOVE 'N' TO DaysValid.
           MOVE FUNCTION INTEGER-OF-DATE(TerminationDate)
               TO TerminationInteger.
           IF TerminationInteger = ZERO
               DISPLAY "Termination date " TerminationDate
                   " is not a real date, no voucher written"
           ELSE IF TerminationDate > YTDPostingDate
               DISPLAY "Termination date " TerminationDate " is still"
                   " to come - run final pay on or after it"
           ELSE
               MOVE TerminationDate TO CalendarSearchDate
               PERFORM FindPayPeriodForDate
               IF PayPeriodSelected
                   PERFORM CheckPeriodHistory
               ELSE
                   DISPLAY "No voucher written"
               END-IF
           END-IF.

      * The leave balance is zeroed when it is paid out, so a second
      * voucher for the period would drop the payout from YTD, the
      * pay history and the run totals it replaced - it is refused.
      * If the register paid the employee for the period (terminated
      * after it ran) the days are not paid again.
       CheckPeriodHistory.
           MOVE 'F' TO PeriodHistorySource.
           PERFORM FindPeriodHistory.
           IF PeriodHistoryFound = 'Y'
               DISPLAY "Final pay for pay period "
                   SelectedPeriodNumber " was already issued on "
                   PeriodHistoryCheckDate ", no voucher written"
           ELSE
               MOVE 'R' TO PeriodHistorySource
               PERFORM FindPeriodHistory
               MOVE PeriodHistoryFound TO PeriodPaidOnRegister
               PERFORM ComputeDaysWorked
           END-IF.

      * Looks for a pay history record from PeriodHistorySource for
      * the employee and the selected period.
       FindPeriodHistory.
           MOVE 'N' TO PeriodHistoryFound.
           MOVE ZERO TO PeriodHistoryCheckDate.
           MOVE 'N' TO EndOfHistorySwitch.
           MOVE EmployeeID TO HistoryEmployeeID.
           MOVE ZERO TO HistoryCheckDate.
           MOVE SPACE TO HistorySource.
           START PayHistoryFile KEY IS GREATER THAN OR EQUAL HistoryKey
               INVALID KEY MOVE 'Y' TO EndOfHistorySwitch
           END-START.
           PERFORM UNTIL EndOfHistory OR PeriodHistoryFound = 'Y'
               READ PayHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfHistorySwitch
               END-READ
               IF NOT EndOfHistory
                       AND HistoryEmployeeID NOT = EmployeeID
                   MOVE 'Y' TO EndOfHistorySwitch
               END-IF
               IF NOT EndOfHistory
                       AND HistorySource = PeriodHistorySource
                       AND HistoryPeriodNumber = SelectedPeriodNumber
                   MOVE 'Y' TO PeriodHistoryFound
                   MOVE HistoryCheckDate TO PeriodHistoryCheckDate
               END-IF
           END-PERFORM.

       ComputeDaysWorked.
           MOVE 'Y' TO DaysValid.
           MOVE SelectedPeriodNumber TO YTDPostingPeriod.
           DISPLAY "Final pay for pay period " SelectedPeriodNumber
               " from " SelectedStartDate " to " SelectedEndDate.
           MOVE FUNCTION INTEGER-OF-DATE(SelectedStartDate)
               TO PeriodStartInteger.
           MOVE FUNCTION INTEGER-OF-DATE(SelectedEndDate)
               TO PeriodEndInteger.
           COMPUTE DaysInPeriod =
               PeriodEndInteger - PeriodStartInteger + 1.
           IF PeriodPaidOnRegister = 'Y'
               MOVE ZERO TO DaysWorked
               DISPLAY "Pay period " SelectedPeriodNumber " was paid"
                   " on the register of " PeriodHistoryCheckDate
                   " - no days are paid again"
           ELSE
               COMPUTE DaysWorked =
                   TerminationInteger - PeriodStartInteger + 1
           END-IF.

       FindFinalTimecard.
           MOVE 'N' TO TimecardFound.
           MOVE ZERO TO FinalRegularHours.
           MOVE ZERO TO FinalOvertimeHours.
           MOVE ZERO TO FinalHolidayHours.
           MOVE 'N' TO EndOfTimecardSwitch.
           OPEN INPUT TimecardFile.
           PERFORM UNTIL EndOfTimecards OR TimecardFound = 'Y'
               READ TimecardFile
                   AT END MOVE 'Y' TO EndOfTimecardSwitch
               END-READ
               IF NOT EndOfTimecards
                       AND TimecardEmployeeID IS NUMERIC
                       AND TimecardEmployeeID = EmployeeID
                       AND TimecardPeriodNumber = SelectedPeriodNumber
                   IF TimecardRegularHours IS NUMERIC
                           AND TimecardOvertimeHours IS NUMERIC
                           AND TimecardHolidayHours IS NUMERIC
                       MOVE 'Y' TO TimecardFound
                       MOVE TimecardRegularHours TO FinalRegularHours
                       MOVE TimecardOvertimeHours TO FinalOvertimeHours
                       MOVE TimecardHolidayHours TO FinalHolidayHours
                   ELSE
                       DISPLAY "Timecard hours for " EmployeeID
                           " are not numeric, ignored"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TimecardFile.
           IF TimecardFound = 'N'
               DISPLAY "No timecard for this hourly employee - no "
                   "hours are paid for the final period"
           END-IF.

       ComputeFinalPay.
           IF PayHourly
               COMPUTE ProratedGross ROUNDED =
                   FinalRegularHours * HourlyRate
                   + FinalOvertimeHours * HourlyRate * 1.5
                   + FinalHolidayHours * HourlyRate
           ELSE
               COMPUTE PeriodGross ROUNDED = Salary / PayPeriodsPerYear
               COMPUTE ProratedGross ROUNDED =
                   PeriodGross * DaysWorked / DaysInPeriod
           END-IF.
           PERFORM ComputeLeavePayout.
           ADD LeavePayoutAmount TO ProratedGross.
           MOVE ZERO TO FinalDeductions.
       ComputeLeavePayout.
           MOVE ZERO TO LeavePayoutHours.
           MOVE ZERO TO LeavePayoutAmount.
           IF PayHourly
               MOVE HourlyRate TO LeavePayoutRate
           ELSE
               COMPUTE LeavePayoutRate ROUNDED = Salary / 2080
           END-IF.
           MOVE ZERO TO LeaveTries.
           MOVE 'CONFLICT' TO WriteResult.
           PERFORM UNTIL NOT WriteConflict OR LeaveTries >= 3
               ADD 1 TO LeaveTries
               PERFORM PayOutLeaveBalance
           END-PERFORM.
           IF WriteConflict
               DISPLAY "Leave balance for " LeaveEmployeeID
                   " kept changing, not paid out"
               MOVE ZERO TO LeavePayoutHours
               MOVE ZERO TO LeavePayoutAmount
           END-IF.

       PayOutLeaveBalance.
           MOVE 'OK' TO WriteResult.
           MOVE ZERO TO LeavePayoutHours.
           MOVE ZERO TO LeavePayoutAmount.
           MOVE 'Y' TO LeaveFound.
           MOVE EmployeeID TO LeaveEmployeeID.
           READ LeaveFile
               INVALID KEY MOVE 'N' TO LeaveFound
           END-READ.
           IF LeaveFound = 'Y' AND LeaveBalanceHours > ZERO
               PERFORM RememberLeaveAsRead
               MOVE LeaveBalanceHours TO LeavePayoutHours
               COMPUTE LeavePayoutAmount ROUNDED =
                   LeavePayoutHours * LeavePayoutRate
               MOVE ZERO TO LeaveBalanceHours
               ADD LeavePayoutHours TO LeaveTakenYTD
               PERFORM RewriteLeaveChecked
               IF WriteNotFound
                   DISPLAY "Could not update leave "
                       "record for " LeaveEmployeeID
               END-IF
           END-IF.

       WriteVoucher.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VoucherRunDate.
           MOVE SelectedPeriodNumber TO VoucherPeriodNumber.
           WRITE VoucherPrintRecord FROM VoucherHeadingLine.
           MOVE EmployeeID TO VoucherEmployeeID.
           MOVE FirstName TO VoucherFirstName.
                   MOVE "UNKNOWN" TO VoucherReasonText
           END-EVALUATE.
           WRITE VoucherPrintRecord FROM VoucherTermLine.
           IF PayHourly
               MOVE FinalRegularHours TO VoucherRegularHours
               MOVE FinalOvertimeHours TO VoucherOvertimeHours
               MOVE FinalHolidayHours TO VoucherHolidayHours
               MOVE HourlyRate TO VoucherHourlyRate
               WRITE VoucherPrintRecord FROM VoucherHoursLine
           ELSE
               MOVE DaysWorked TO VoucherDaysWorked
               MOVE DaysInPeriod TO VoucherDaysInPeriod
               WRITE VoucherPrintRecord FROM VoucherDaysLine
           END-IF.
           IF LeavePayoutHours > ZERO
               MOVE LeavePayoutHours TO VoucherLeaveHours
               MOVE LeavePayoutRate TO VoucherLeaveRate
               WRITE VoucherPrintRecord FROM VoucherLeaveLine
           END-IF.
           MOVE "Gross pay     " TO VoucherAmountLabel.
       COPY LoadDeductionTableLogic.

       COPY UpdateYTDLogic.

       COPY PayPeriodSelectLogic.

       COPY PostPayHistoryLogic.

       COPY OperatorSignOnLogic.

       COPY LeaveChangeStampLogic.

       COPY ChangeStampLogic.
