      ******************************************************************
      * PayPeriodSelectData.cpy
      * Working-storage for PayPeriodSelectLogic.cpy. After a
      * successful FindOpenPayPeriod, FindUnaccruedPayPeriod or
      * FindPayPeriodForDate (caller sets CalendarSearchDate first)
      * the Selected* fields hold the period the run is for, and
      * PayPeriodsPerYear holds the number of periods the calendar
      * has in that period's year.
      ******************************************************************
       01 PeriodSelectedSwitch PIC X VALUE 'N'.
           88 PayPeriodSelected VALUE 'Y'.
       01 CalendarEndSwitch PIC X VALUE 'N'.
           88 EndOfCalendar VALUE 'Y'.
       01 SelectedPeriodNumber PIC 9(6) VALUE ZERO.
       01 SelectedStartDate PIC 9(8) VALUE ZERO.
       01 SelectedEndDate PIC 9(8) VALUE ZERO.
       01 SelectedCheckDate PIC 9(8) VALUE ZERO.
       01 PayPeriodsPerYear PIC 99 VALUE ZERO.
       01 CalendarRunDate PIC 9(8) VALUE ZERO.
       01 CalendarSearchDate PIC 9(8) VALUE ZERO.
       01 CalendarPeriodCount PIC 9(3).
       01 CalendarCountYear PIC 9(4).
