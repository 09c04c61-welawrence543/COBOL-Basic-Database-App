      *          variance report - new/missing employees, net pay
      *          changes over the operator's threshold percent, and
      *          side-by-side control totals - for the operator to
      *          sign off before the register is transmitted. The run
      *          takes its pay period, check date and periods per year
      *          from the payroll calendar (the earliest period still
      *          open, refused if it has not started yet) and stamps
      *          the period on the register, stubs and YTD postings.
      *          Signing off at the end of the run
      *          marks the period paid, after which the register
      *          refuses it. A re-run before sign-off (after fixing a
      *          variance) is safe: the run stamp keeps the prior
      *          period's register from being overwritten by the bad
      *          run, and the YTD posting replaces the earlier amounts
      *          for the period instead of adding them twice. Hourly
      *          employees are
      *          paid from the period's timecard file - regular and
      *          holiday hours at HourlyRate, overtime at
      *          time-and-a-half - and a timecard exception report
      *          lists timecards for IDs that are unknown, terminated
      *          or salaried, unreadable or duplicate timecards, and
      *          every active hourly employee with no timecard, who
      *          is left off the register until the timecard is in.
      *          Every employee paid is also added to the permanent
      *          pay history file, with the run's control totals kept
      *          on the pay run totals file; a re-run for the same
      *          period first removes the earlier run's history, and
      *          takes its pay back out of year-to-date for anyone the
      *          re-run no longer pays. A timecard for an ID not on
      *          the employee file is reported as such even when the
      *          same ID was keyed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VarianceFile
               ASSIGN TO "C:\Users\welaw\payvariance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT TimecardExceptionFile
               ASSIGN TO "C:\Users\welaw\timecard_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           02 RegisterPeriodGross PIC 9(7)V99.
           02 RegisterDeductions PIC 9(7)V99.
           02 RegisterNetPay PIC 9(7)V99.
           02 RegisterPeriodNumber PIC 9(6).

       FD PaySummaryFile.
       01 SummaryPrintRecord PIC X(90).
           02 OldRegisterPeriodGross PIC 9(7)V99.
           02 OldRegisterDeductions PIC 9(7)V99.
           02 OldRegisterNetPay PIC 9(7)V99.
           02 OldRegisterPeriodNumber PIC 9(6).

       FD PriorRegisterFile.
       01 PriorRegisterRecord.
           02 PriorRegPeriodGross PIC 9(7)V99.
           02 PriorRegDeductions PIC 9(7)V99.
           02 PriorRegNetPay PIC 9(7)V99.
           02 PriorRegPeriodNumber PIC 9(6).

       FD RunStampFile.
       01 RunStampRecord.
           02 StampDate PIC 9(8).
           02 StampPeriod PIC 9(6).
           02 StampCheckDate PIC 9(8).

       FD VarianceFile.
       01 VariancePrintRecord PIC X(90).

       FD PayCalendarFile.
       COPY PayCalendarRecord.

       FD PayHistoryFile.
       COPY PayHistoryRecord.

       FD PayRunTotalsFile.
       COPY PayRunTotalsRecord.

       FD TimecardFile.
       COPY TimecardRecord.

       FD TimecardExceptionFile.
       01 TimecardExceptionRecord PIC X(90).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       COPY PayPeriodSelectData.
       01 ConfirmPeriod PIC X.
       01 SignOffRegister PIC X.
       01 PaidCount PIC 9(4) VALUE ZERO.
       01 SkippedCount PIC 9(4) VALUE ZERO.
       01 PeriodGross PIC 9(7)V99.
       01 TotalNetPay PIC 9(9)V99 VALUE ZERO.
       COPY DeductionTableData.
       COPY YTDUpdateData.
       COPY PostPayHistoryData.
       01 RunDate PIC 9(8).
       01 SummaryHeadingLine.
           02 FILLER PIC X(26)
           02 HeadingRunDate PIC 9(8).
           02 FILLER PIC X(11) VALUE "   Periods ".
           02 HeadingPeriods PIC 99.
           02 FILLER PIC X(8) VALUE "  Period".
           02 HeadingPeriodNumber PIC 9(6).
           02 FILLER PIC X(7) VALUE "  Check".
           02 HeadingCheckDate PIC 9(8).
       01 SummaryColumnLine.
           02 FILLER PIC X(39)
               VALUE "ID     Name                        Dept".
       01 StubHeadingLine.
           02 FILLER PIC X(19) VALUE "Pay stub      Run ".
           02 StubRunDate PIC 9(8).
           02 FILLER PIC X(8) VALUE "  Period".
           02 StubPeriodNumber PIC 9(6).
           02 FILLER PIC X(7) VALUE "  Check".
           02 StubCheckDate PIC 9(8).
       01 StubNameLine.
           02 StubEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
       01 PriorTotalGross PIC 9(9)V99 VALUE ZERO.
       01 PriorTotalNetPay PIC 9(9)V99 VALUE ZERO.
       01 LastRegisterDate PIC 9(8) VALUE ZERO.
       01 LastRegisterPeriod PIC 9(6) VALUE ZERO.
       01 LastRegisterCheckDate PIC 9(8) VALUE ZERO.
       01 PriorWorkEmployeeID PIC 9(5).
       01 PriorWorkGross PIC 9(7)V99.
       01 PriorWorkNetPay PIC 9(7)V99.
           02 FILLER PIC X(16) VALUE "Control totals".
           02 FILLER PIC X(14) VALUE "         Prior".
           02 FILLER PIC X(16) VALUE "         Current".
       01 TimecardCount PIC 9(4) VALUE ZERO.
       01 TimecardIdx PIC 9(4).
       01 TimecardFoundIdx PIC 9(4).
       01 TimecardTable.
           02 TimecardEntry OCCURS 1000 TIMES.
               03 TableTimecardID PIC 9(5).
               03 TableRegularHours PIC 9(3)V99.
               03 TableOvertimeHours PIC 9(3)V99.
               03 TableHolidayHours PIC 9(3)V99.
               03 TimecardUsed PIC X.
       01 HourlyPaidCount PIC 9(4) VALUE ZERO.
       01 NoTimecardCount PIC 9(4) VALUE ZERO.
       01 TimecardExceptionCount PIC 9(4) VALUE ZERO.
       01 PayRegularHours PIC 9(3)V99.
       01 PayOvertimeHours PIC 9(3)V99.
       01 PayHolidayHours PIC 9(3)V99.
       01 OvertimeRate PIC 9(5)V99.
       01 RegularPay PIC 9(7)V99.
       01 OvertimePay PIC 9(7)V99.
       01 HolidayPay PIC 9(7)V99.
       01 StubHoursLine.
           02 StubHoursLabel PIC X(14).
           02 StubHours PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE " hrs @".
           02 StubHoursRate PIC ZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACES.
           02 StubHoursAmount PIC Z,ZZZ,ZZ9.99.
       01 TimecardHeadingLine.
           02 FILLER PIC X(34)
               VALUE "Timecard exception report     Run ".
           02 TimecardRunDate PIC 9(8).
       01 TimecardColumnLine.
           02 FILLER PIC X(39)
               VALUE "ID     Name                            ".
           02 FILLER PIC X(39)
               VALUE "Exception                        Hours".
       01 TimecardExceptionLine.
           02 TcxEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 TcxFirstName PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 TcxLastName PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 TcxText PIC X(30).
           02 TcxHours PIC Z,ZZ9.99.
       01 TcxTotalHours PIC 9(4)V99.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadDeductionTable.
           DISPLAY " ".
           PERFORM FindOpenPayPeriod.
           IF NOT PayPeriodSelected
               DISPLAY "Register run cancelled."
               STOP RUN
           END-IF.
           DISPLAY "Pay period " SelectedPeriodNumber " from "
               SelectedStartDate " to " SelectedEndDate ", check date "
               SelectedCheckDate ", " PayPeriodsPerYear
               " periods a year".
           DISPLAY "Run the register for this period? (Y/N) ".
           ACCEPT ConfirmPeriod.
           IF ConfirmPeriod NOT = 'Y'
               DISPLAY "Register run cancelled."
               STOP RUN
           END-IF.
           MOVE SelectedCheckDate TO YTDPostingDate.
           MOVE SelectedPeriodNumber TO YTDPostingPeriod.
           MOVE 'R' TO YTDPostingSource.
           DISPLAY "Enter net-change threshold percent for the"
               " variance report (example 05.00) ".
           ACCEPT VarianceThreshold.
           OPEN OUTPUT DepositExceptionFile.
           OPEN OUTPUT PayStubFile.
           OPEN OUTPUT VarianceFile.
           OPEN OUTPUT TimecardExceptionFile.
           OPEN I-O PayHistoryFile.
           OPEN I-O PayRunTotalsFile.
           PERFORM RemoveEarlierRunHistory.
           MOVE RunDate TO TimecardRunDate.
           WRITE TimecardExceptionRecord FROM TimecardHeadingLine.
           WRITE TimecardExceptionRecord FROM TimecardColumnLine.
           PERFORM LoadTimecards.
           MOVE RunDate TO HeadingRunDate.
           MOVE PayPeriodsPerYear TO HeadingPeriods.
           MOVE SelectedPeriodNumber TO HeadingPeriodNumber.
           MOVE SelectedCheckDate TO HeadingCheckDate.
           WRITE SummaryPrintRecord FROM SummaryHeadingLine.
           WRITE SummaryPrintRecord FROM SummaryColumnLine.
           MOVE RunDate TO VarianceRunDate.
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   PERFORM FindTimecard
                   EVALUATE TRUE
                       WHEN NOT EmployeeActive
                           ADD 1 TO SkippedCount
                           IF TimecardFoundIdx > ZERO
                               MOVE "TERMINATED - PAY ON FINAL PAY"
                                   TO TcxText
                               PERFORM WriteEmployeeTimecardException
                           END-IF
                       WHEN PayHourly AND TimecardFoundIdx = ZERO
                           ADD 1 TO NoTimecardCount
                           MOVE "HOURLY - NO TIMECARD, NOT PAID"
                               TO TcxText
                           PERFORM WriteEmployeeTimecardException
                       WHEN OTHER
                           PERFORM PayOneEmployee
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM WriteUnmatchedTimecards.
           PERFORM WriteSummaryTotals.
           PERFORM WriteVarianceTotals.
           CLOSE EmployeeFile.
           CLOSE DepositExceptionFile.
           CLOSE PayStubFile.
           CLOSE VarianceFile.
           CLOSE TimecardExceptionFile.
           CLOSE PayHistoryFile.
           CLOSE PayRunTotalsFile.
           DISPLAY " ".
           DISPLAY "Pay period register run complete.".
           DISPLAY PaidCount " employees on register.".
           DISPLAY SkippedCount " terminated employees skipped.".
           DISPLAY HourlyPaidCount " hourly employee(s) paid from "
               "timecards.".
           IF NoTimecardCount > ZERO
               DISPLAY NoTimecardCount " hourly employee(s) with no "
                   "timecard NOT paid - see the timecard exceptions."
           END-IF.
           DISPLAY TimecardExceptionCount " line(s) on the timecard "
               "exception report.".
           DISPLAY DepositCount " deposit(s) on transmission file.".
           DISPLAY HistoryPostCount " record(s) added to pay history.".
           IF HistoryPurgeCount > ZERO
               DISPLAY HistoryPurgeCount " pay history record(s) from"
                   " the earlier run for this period replaced."
           END-IF.
           DISPLAY NoBankCount " employee(s) without bank details "
               "on the exception list.".
           DISPLAY VarianceCount " variance line(s) on the variance"
               " report - review and sign off before the register"
               " is transmitted.".
           DISPLAY " ".
           DISPLAY "Sign off the register and mark pay period "
               SelectedPeriodNumber " paid? (Y/N) ".
           ACCEPT SignOffRegister.
           IF SignOffRegister = 'Y'
               PERFORM MarkPeriodPaid
               DISPLAY "Pay period " SelectedPeriodNumber
                   " marked paid."
           ELSE
               DISPLAY "Pay period " SelectedPeriodNumber " left open"
                   " - re-run the register once the variances are"
                   " fixed."
           END-IF.
           STOP RUN.

       COPY LoadDeductionTableLogic.

       COPY UpdateYTDLogic.

       COPY PayPeriodSelectLogic.

       COPY PostPayHistoryLogic.

       RemoveEarlierRunHistory.
           MOVE SelectedCheckDate TO HistoryPurgeCheckDate.
           MOVE 'R' TO HistoryPurgeSource.
           PERFORM PurgeRunHistory.
           IF LastRegisterPeriod = SelectedPeriodNumber
                   AND LastRegisterCheckDate NOT = SelectedCheckDate
                   AND LastRegisterCheckDate > ZERO
               MOVE LastRegisterCheckDate TO HistoryPurgeCheckDate
               PERFORM PurgeRunHistory
           END-IF.

       PayOneEmployee.
           PERFORM ComputePeriodGross.
           MOVE ZERO TO PeriodDeductions.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
           MOVE PeriodGross TO YTDAddGross.
           MOVE PeriodNetPay TO YTDAddNetPay.
           PERFORM UpdateYTDRecord.
           PERFORM PostPayHistory.
           PERFORM WriteDepositRecord.
           PERFORM WritePayStub.
           PERFORM CheckVarianceOneEmployee.
           MOVE PeriodGross TO RegisterPeriodGross.
           MOVE PeriodDeductions TO RegisterDeductions.
           MOVE PeriodNetPay TO RegisterNetPay.
           MOVE SelectedPeriodNumber TO RegisterPeriodNumber.
           WRITE PayRegisterRecord.
           MOVE EmployeeID TO DetailEmployeeID.
           MOVE FirstName TO DetailFirstName.
           ADD PeriodNetPay TO TotalNetPay.
           ADD 1 TO PaidCount.

       ComputePeriodGross.
           IF PayHourly
               MOVE TableRegularHours(TimecardFoundIdx)
                   TO PayRegularHours
               MOVE TableOvertimeHours(TimecardFoundIdx)
                   TO PayOvertimeHours
               MOVE TableHolidayHours(TimecardFoundIdx)
                   TO PayHolidayHours
               COMPUTE OvertimeRate ROUNDED = HourlyRate * 1.5
               COMPUTE RegularPay ROUNDED =
                   PayRegularHours * HourlyRate
               COMPUTE OvertimePay ROUNDED =
                   PayOvertimeHours * HourlyRate * 1.5
               COMPUTE HolidayPay ROUNDED =
                   PayHolidayHours * HourlyRate
               COMPUTE PeriodGross =
                   RegularPay + OvertimePay + HolidayPay
               ADD 1 TO HourlyPaidCount
           ELSE
               COMPUTE PeriodGross ROUNDED = Salary / PayPeriodsPerYear
               IF TimecardFoundIdx > ZERO
                   MOVE "SALARIED - TIMECARD NOT USED" TO TcxText
                   PERFORM WriteEmployeeTimecardException
               END-IF
           END-IF.

       LoadTimecards.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT TimecardFile.
           PERFORM UNTIL EndOfFile
               READ TimecardFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   PERFORM LoadOneTimecard
               END-IF
           END-PERFORM.
           CLOSE TimecardFile.
           MOVE 'N' TO EndOfFileSwitch.

       LoadOneTimecard.
           MOVE ZERO TO TcxTotalHours.
           IF TimecardEmployeeID IS NOT NUMERIC
                   OR TimecardRegularHours IS NOT NUMERIC
                   OR TimecardOvertimeHours IS NOT NUMERIC
                   OR TimecardHolidayHours IS NOT NUMERIC
                   OR TimecardPeriodNumber IS NOT NUMERIC
               MOVE "NOT NUMERIC, NOT LOADED" TO TcxText
               PERFORM WriteCardTimecardException
           ELSE IF TimecardPeriodNumber NOT = SelectedPeriodNumber
               COMPUTE TcxTotalHours = TimecardRegularHours
                   + TimecardOvertimeHours + TimecardHolidayHours
               MOVE "FOR ANOTHER PERIOD, NOT LOADED" TO TcxText
               PERFORM WriteCardTimecardException
           ELSE
               COMPUTE TcxTotalHours = TimecardRegularHours
                   + TimecardOvertimeHours + TimecardHolidayHours
               MOVE TimecardEmployeeID TO EmployeeID
               PERFORM LookUpTimecard
               IF TimecardFoundIdx > ZERO
                   MOVE "DUPLICATE TIMECARD, IGNORED" TO TcxText
                   PERFORM WriteCardTimecardException
               ELSE IF TimecardCount >= 1000
                   MOVE "TIMECARD TABLE FULL, IGNORED" TO TcxText
                   PERFORM WriteCardTimecardException
               ELSE
                   ADD 1 TO TimecardCount
                   MOVE TimecardEmployeeID
                       TO TableTimecardID(TimecardCount)
                   MOVE TimecardRegularHours
                       TO TableRegularHours(TimecardCount)
                   MOVE TimecardOvertimeHours
                       TO TableOvertimeHours(TimecardCount)
                   MOVE TimecardHolidayHours
                       TO TableHolidayHours(TimecardCount)
                   MOVE 'N' TO TimecardUsed(TimecardCount)
               END-IF
           END-IF.

      * Finds the timecard for the employee being paid and marks it
      * used, so WriteUnmatchedTimecards only lists cards for IDs that
      * are not on EmployeeFile.
       FindTimecard.
           PERFORM LookUpTimecard.
           IF TimecardFoundIdx > ZERO
               MOVE 'Y' TO TimecardUsed(TimecardFoundIdx)
           END-IF.

      * Finds the timecard loaded for EmployeeID without marking it
      * used - the duplicate check while loading the cards.
       LookUpTimecard.
           MOVE ZERO TO TimecardFoundIdx.
           MOVE 1 TO TimecardIdx.
           PERFORM UNTIL TimecardIdx > TimecardCount
                   OR TimecardFoundIdx > ZERO
               IF TableTimecardID(TimecardIdx) = EmployeeID
                   MOVE TimecardIdx TO TimecardFoundIdx
               END-IF
               ADD 1 TO TimecardIdx
           END-PERFORM.

       WriteUnmatchedTimecards.
           MOVE 1 TO TimecardIdx.
           PERFORM UNTIL TimecardIdx > TimecardCount
               IF TimecardUsed(TimecardIdx) = 'N'
                   MOVE TableTimecardID(TimecardIdx) TO TcxEmployeeID
                   MOVE SPACES TO TcxFirstName TcxLastName
                   MOVE "NOT ON EMPLOYEE FILE" TO TcxText
                   COMPUTE TcxHours = TableRegularHours(TimecardIdx)
                       + TableOvertimeHours(TimecardIdx)
                       + TableHolidayHours(TimecardIdx)
                   PERFORM WriteTimecardExceptionLine
               END-IF
               ADD 1 TO TimecardIdx
           END-PERFORM.

       WriteEmployeeTimecardException.
           MOVE EmployeeID TO TcxEmployeeID.
           MOVE FirstName TO TcxFirstName.
           MOVE LastName TO TcxLastName.
           MOVE ZERO TO TcxHours.
           IF TimecardFoundIdx > ZERO
               COMPUTE TcxHours = TableRegularHours(TimecardFoundIdx)
                   + TableOvertimeHours(TimecardFoundIdx)
                   + TableHolidayHours(TimecardFoundIdx)
           END-IF.
           PERFORM WriteTimecardExceptionLine.

       WriteCardTimecardException.
           MOVE ZERO TO TcxEmployeeID.
           IF TimecardEmployeeID IS NUMERIC
               MOVE TimecardEmployeeID TO TcxEmployeeID
           END-IF.
           MOVE SPACES TO TcxFirstName TcxLastName.
           MOVE TcxTotalHours TO TcxHours.
           PERFORM WriteTimecardExceptionLine.

       WriteTimecardExceptionLine.
           WRITE TimecardExceptionRecord FROM TimecardExceptionLine.
           ADD 1 TO TimecardExceptionCount.

       RollPriorRegister.
           PERFORM ReadRunStamp.
           IF LastRegisterPeriod = SelectedPeriodNumber
               DISPLAY "Register already ran for this period on "
                   LastRegisterDate " - the variance report will"
                   " compare against the prior period kept by the"
                   " earlier run"
               PERFORM LoadTableFromPriorFile
           ELSE
               PERFORM CopyRegisterToPrior

       ReadRunStamp.
           MOVE ZERO TO LastRegisterDate.
           MOVE ZERO TO LastRegisterPeriod.
           MOVE ZERO TO LastRegisterCheckDate.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT RunStampFile.
           READ RunStampFile
           IF NOT EndOfFile AND StampDate IS NUMERIC
               MOVE StampDate TO LastRegisterDate
           END-IF.
           IF NOT EndOfFile AND StampPeriod IS NUMERIC
               MOVE StampPeriod TO LastRegisterPeriod
           END-IF.
           IF NOT EndOfFile AND StampCheckDate IS NUMERIC
               MOVE StampCheckDate TO LastRegisterCheckDate
           END-IF.
           CLOSE RunStampFile.
           MOVE 'N' TO EndOfFileSwitch.

       WriteRunStamp.
           OPEN OUTPUT RunStampFile.
           MOVE RunDate TO StampDate.
           MOVE SelectedPeriodNumber TO StampPeriod.
           MOVE SelectedCheckDate TO StampCheckDate.
           WRITE RunStampRecord.
           CLOSE RunStampFile.


       WritePayStub.
           MOVE RunDate TO StubRunDate.
           MOVE SelectedPeriodNumber TO StubPeriodNumber.
           MOVE SelectedCheckDate TO StubCheckDate.
           WRITE StubPrintRecord FROM StubHeadingLine.
           MOVE EmployeeID TO StubEmployeeID.
           MOVE FirstName TO StubFirstName.
           MOVE LastName TO StubLastName.
           MOVE Department TO StubDepartment.
           WRITE StubPrintRecord FROM StubNameLine.
           IF PayHourly
               PERFORM WriteStubHours
           END-IF.
           MOVE "Gross pay     " TO StubAmountLabel.
           MOVE PeriodGross TO StubAmount.
           WRITE StubPrintRecord FROM StubAmountLine.
           WRITE StubPrintRecord FROM StubAmountLine.
           WRITE StubPrintRecord FROM BlankPrintLine.

       WriteStubHours.
           MOVE "Regular hours " TO StubHoursLabel.
           MOVE PayRegularHours TO StubHours.
           MOVE HourlyRate TO StubHoursRate.
           MOVE RegularPay TO StubHoursAmount.
           WRITE StubPrintRecord FROM StubHoursLine.
           MOVE "Overtime hours" TO StubHoursLabel.
           MOVE PayOvertimeHours TO StubHours.
           MOVE OvertimeRate TO StubHoursRate.
           MOVE OvertimePay TO StubHoursAmount.
           WRITE StubPrintRecord FROM StubHoursLine.
           MOVE "Holiday hours " TO StubHoursLabel.
           MOVE PayHolidayHours TO StubHours.
           MOVE HourlyRate TO StubHoursRate.
           MOVE HolidayPay TO StubHoursAmount.
           WRITE StubPrintRecord FROM StubHoursLine.

       WriteSummaryTotals.
           MOVE SPACES TO SummaryPrintRecord.
           WRITE SummaryPrintRecord.
