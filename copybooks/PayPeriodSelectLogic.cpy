      ******************************************************************
      * PayPeriodSelectLogic.cpy
      * Shared payroll calendar look-ups for the pay and accrual runs.
      * FindOpenPayPeriod picks the earliest period still open (not
      * yet paid), and refuses it if it has not started by today;
      * FindUnaccruedPayPeriod picks the earliest period
      * LeaveAccrualBatch has not accrued, and refuses it if it has
      * not ended by today, so a second run inside a period does not
      * pay or accrue the next one early. FindPayPeriodForDate picks
      * the period, paid or not, whose dates take in
      * CalendarSearchDate. Each one then counts the calendar's
      * periods in that year into PayPeriodsPerYear, which must come
      * to 12, 24, 26 or 52. MarkPeriodPaid and
      * MarkPeriodAccrued update the selected period once the run is
      * done. Each paragraph opens and closes PayCalendarFile itself.
      * Caller must declare PayCalendarFile with COPY
      * PayCalendarRecord (SELECT OPTIONAL, indexed, ACCESS DYNAMIC,
      * keyed CalendarPeriodNumber), COPY PayPeriodSelectData, and
      * stop if NOT PayPeriodSelected.
      ******************************************************************
       FindOpenPayPeriod.
           MOVE 'N' TO PeriodSelectedSwitch.
           MOVE 'N' TO CalendarEndSwitch.
           OPEN INPUT PayCalendarFile.
           MOVE ZERO TO CalendarPeriodNumber.
           START PayCalendarFile KEY IS GREATER THAN OR EQUAL
                   CalendarPeriodNumber
               INVALID KEY MOVE 'Y' TO CalendarEndSwitch
           END-START.
           PERFORM UNTIL EndOfCalendar OR PayPeriodSelected
               READ PayCalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO CalendarEndSwitch
               END-READ
               IF NOT EndOfCalendar AND CalendarOpen
                   PERFORM KeepSelectedPeriod
               END-IF
           END-PERFORM.
           CLOSE PayCalendarFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CalendarRunDate.
           IF NOT PayPeriodSelected
               DISPLAY "No open pay period on the payroll calendar -"
                   " add the period with MaintainPayCalendarFile"
           ELSE IF SelectedStartDate > CalendarRunDate
               MOVE 'N' TO PeriodSelectedSwitch
               DISPLAY "No pay period due - the next open period, "
                   SelectedPeriodNumber ", does not start until "
                   SelectedStartDate
           ELSE
               PERFORM CountPeriodsInYear
           END-IF.

       FindUnaccruedPayPeriod.
           MOVE 'N' TO PeriodSelectedSwitch.
           MOVE 'N' TO CalendarEndSwitch.
           OPEN INPUT PayCalendarFile.
           MOVE ZERO TO CalendarPeriodNumber.
           START PayCalendarFile KEY IS GREATER THAN OR EQUAL
                   CalendarPeriodNumber
               INVALID KEY MOVE 'Y' TO CalendarEndSwitch
           END-START.
           PERFORM UNTIL EndOfCalendar OR PayPeriodSelected
               READ PayCalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO CalendarEndSwitch
               END-READ
               IF NOT EndOfCalendar AND NOT CalendarAccrued
                   PERFORM KeepSelectedPeriod
               END-IF
           END-PERFORM.
           CLOSE PayCalendarFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CalendarRunDate.
           IF NOT PayPeriodSelected
               DISPLAY "Every period on the payroll calendar has"
                   " already been accrued - add the next period with"
                   " MaintainPayCalendarFile"
           ELSE IF SelectedEndDate > CalendarRunDate
               MOVE 'N' TO PeriodSelectedSwitch
               DISPLAY "No pay period due for accrual - the next"
                   " period, " SelectedPeriodNumber ", does not end"
                   " until " SelectedEndDate
           ELSE
               PERFORM CountPeriodsInYear
           END-IF.

       FindPayPeriodForDate.
           MOVE 'N' TO PeriodSelectedSwitch.
           MOVE 'N' TO CalendarEndSwitch.
           OPEN INPUT PayCalendarFile.
           MOVE ZERO TO CalendarPeriodNumber.
           START PayCalendarFile KEY IS GREATER THAN OR EQUAL
                   CalendarPeriodNumber
               INVALID KEY MOVE 'Y' TO CalendarEndSwitch
           END-START.
           PERFORM UNTIL EndOfCalendar OR PayPeriodSelected
               READ PayCalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO CalendarEndSwitch
               END-READ
               IF NOT EndOfCalendar
                       AND CalendarStartDate <= CalendarSearchDate
                       AND CalendarEndDate >= CalendarSearchDate
                   PERFORM KeepSelectedPeriod
               END-IF
           END-PERFORM.
           CLOSE PayCalendarFile.
           IF PayPeriodSelected
               PERFORM CountPeriodsInYear
           ELSE
               DISPLAY "No pay period on the payroll calendar takes"
                   " in " CalendarSearchDate " - add the period with"
                   " MaintainPayCalendarFile"
           END-IF.

       KeepSelectedPeriod.
           MOVE 'Y' TO PeriodSelectedSwitch.
           MOVE CalendarPeriodNumber TO SelectedPeriodNumber.
           MOVE CalendarStartDate TO SelectedStartDate.
           MOVE CalendarEndDate TO SelectedEndDate.
           MOVE CalendarCheckDate TO SelectedCheckDate.

       CountPeriodsInYear.
           MOVE ZERO TO CalendarPeriodCount.
           MOVE 'N' TO CalendarEndSwitch.
           MOVE SelectedPeriodNumber TO CalendarPeriodNumber.
           MOVE CalendarPeriodYear TO CalendarCountYear.
           MOVE ZERO TO CalendarPeriodInYear.
           OPEN INPUT PayCalendarFile.
           START PayCalendarFile KEY IS GREATER THAN OR EQUAL
                   CalendarPeriodNumber
               INVALID KEY MOVE 'Y' TO CalendarEndSwitch
           END-START.
           PERFORM UNTIL EndOfCalendar
               READ PayCalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO CalendarEndSwitch
               END-READ
               IF NOT EndOfCalendar
                   IF CalendarPeriodYear = CalendarCountYear
                       ADD 1 TO CalendarPeriodCount
                   ELSE
                       MOVE 'Y' TO CalendarEndSwitch
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PayCalendarFile.
           IF CalendarPeriodCount = 12 OR 24 OR 26 OR 52
               MOVE CalendarPeriodCount TO PayPeriodsPerYear
           ELSE
               MOVE 'N' TO PeriodSelectedSwitch
               DISPLAY "The payroll calendar has " CalendarPeriodCount
                   " periods for " CalendarCountYear " - it must"
                   " have 12, 24, 26 or 52"
           END-IF.

       MarkPeriodPaid.
           OPEN I-O PayCalendarFile.
           MOVE SelectedPeriodNumber TO CalendarPeriodNumber.
           READ PayCalendarFile
               INVALID KEY DISPLAY "Pay period " SelectedPeriodNumber
                   " is no longer on the calendar"
               NOT INVALID KEY
                   MOVE 'P' TO CalendarStatus
                   REWRITE PayCalendarData
                       INVALID KEY DISPLAY "Could not mark pay period "
                           SelectedPeriodNumber " paid"
                   END-REWRITE
           END-READ.
           CLOSE PayCalendarFile.

       MarkPeriodAccrued.
           OPEN I-O PayCalendarFile.
           MOVE SelectedPeriodNumber TO CalendarPeriodNumber.
           READ PayCalendarFile
               INVALID KEY DISPLAY "Pay period " SelectedPeriodNumber
                   " is no longer on the calendar"
               NOT INVALID KEY
                   MOVE 'Y' TO CalendarAccrualDone
                   REWRITE PayCalendarData
                       INVALID KEY DISPLAY "Could not mark pay period "
                           SelectedPeriodNumber " accrued"
                   END-REWRITE
           END-READ.
           CLOSE PayCalendarFile.
