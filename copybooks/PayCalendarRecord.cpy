      ******************************************************************
      * PayCalendarRecord.cpy
      * Record layout for PayCalendarFile, the payroll calendar keyed
      * by period number (year and period within the year, YYYYNN).
      * One record per pay period with its start, end and check
      * dates. MaintainPayCalendarFile sets the calendar up; the pay
      * and accrual runs take their period from it (see
      * PayPeriodSelectLogic.cpy) instead of asking the operator.
      * Status goes open to paid when the operator signs off the
      * PayPeriodRegister run, and paid to closed by hand once the
      * period is finished with. The accrued flag stops
      * LeaveAccrualBatch granting the same period's hours twice.
      ******************************************************************
       01 PayCalendarData.
           02 CalendarPeriodNumber PIC 9(6).
           02 CalendarPeriodSplit REDEFINES CalendarPeriodNumber.
               03 CalendarPeriodYear PIC 9(4).
               03 CalendarPeriodInYear PIC 99.
           02 CalendarStartDate PIC 9(8).
           02 CalendarEndDate PIC 9(8).
           02 CalendarCheckDate PIC 9(8).
           02 CalendarStatus PIC X VALUE 'O'.
               88 CalendarOpen VALUE 'O'.
               88 CalendarPaid VALUE 'P'.
               88 CalendarClosed VALUE 'C'.
           02 CalendarAccrualDone PIC X VALUE 'N'.
               88 CalendarAccrued VALUE 'Y'.
