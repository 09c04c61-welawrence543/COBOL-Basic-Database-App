      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the PayCalendarFile master - one record per
      *          pay period with its start, end and check dates and a
      *          status of open, paid or closed - that
      *          PayPeriodRegister, LeaveAccrualBatch and
      *          TerminationFinalPay take their pay period and
      *          periods-per-year from. Periods are added and their
      *          dates changed while still open; a paid period's
      *          dates are frozen because pay has gone out against
      *          them. A paid period can be closed once it is
      *          finished with. The register marks a period paid when
      *          the operator signs it off, so there is no way to set
      *          a period paid from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainPayCalendarFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayCalendarFile
               ASSIGN TO "C:\Users\welaw\paycalendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CalendarPeriodNumber.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PayCalendarFile.
       COPY PayCalendarRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 PeriodExists PIC X.
       01 DatesValid PIC X.
       01 StartInteger PIC 9(7).
       01 EndInteger PIC 9(7).
       01 CheckInteger PIC 9(7).
       01 StatusText PIC X(6).
       01 AccruedText PIC X(3).
       COPY OperatorSignOnData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "MaintainPayCalendarFile" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           OPEN I-O PayCalendarFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "Payroll Calendar Maintenance"
               DISPLAY "1 to add pay period"
               DISPLAY "2 to change pay period dates"
               DISPLAY "3 to close a paid pay period"
               DISPLAY "4 to list pay periods"
               DISPLAY "0 to exit program"
               DISPLAY " "
               ACCEPT UserInput
               EVALUATE UserInput
                   WHEN 1 PERFORM AddPayPeriod
                   WHEN 2 PERFORM ChangePayPeriod
                   WHEN 3 PERFORM ClosePayPeriod
                   WHEN 4 PERFORM ListPayPeriods
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE PayCalendarFile.
           STOP RUN.

       AddPayPeriod.
           DISPLAY " "
           DISPLAY "Enter period number (YYYYNN, example 202601) ".
           ACCEPT CalendarPeriodNumber.
           IF CalendarPeriodNumber IS NOT NUMERIC
                   OR CalendarPeriodInYear = ZERO
                   OR CalendarPeriodInYear > 52
               DISPLAY "Period number must be the year followed by a"
                   " period from 01 to 52"
           ELSE
               PERFORM AcceptPeriodDates
               MOVE 'O' TO CalendarStatus
               MOVE 'N' TO CalendarAccrualDone
               WRITE PayCalendarData
                   INVALID KEY DISPLAY "Pay period already exists"
                   NOT INVALID KEY DISPLAY "Pay period added"
               END-WRITE
           END-IF.

       ChangePayPeriod.
           MOVE 'Y' TO PeriodExists.
           DISPLAY " "
           DISPLAY "Enter period number ".
           ACCEPT CalendarPeriodNumber.
           READ PayCalendarFile
               INVALID KEY MOVE 'N' TO PeriodExists
           END-READ.
           IF PeriodExists='N'
               DISPLAY "Pay period not on file"
           ELSE IF NOT CalendarOpen
               DISPLAY "Pay period is already paid or closed, its"
                   " dates cannot be changed"
           ELSE
               DISPLAY "Start " CalendarStartDate "  End "
                   CalendarEndDate "  Check " CalendarCheckDate
               PERFORM AcceptPeriodDates
               REWRITE PayCalendarData
                   INVALID KEY DISPLAY "Pay period not changed"
                   NOT INVALID KEY DISPLAY "Pay period changed"
               END-REWRITE
           END-IF.

       ClosePayPeriod.
           MOVE 'Y' TO PeriodExists.
           DISPLAY " "
           DISPLAY "Enter period number ".
           ACCEPT CalendarPeriodNumber.
           READ PayCalendarFile
               INVALID KEY MOVE 'N' TO PeriodExists
           END-READ.
           IF PeriodExists='N'
               DISPLAY "Pay period not on file"
           ELSE IF NOT CalendarPaid
               DISPLAY "Only a paid pay period can be closed"
           ELSE
               MOVE 'C' TO CalendarStatus
               REWRITE PayCalendarData
                   INVALID KEY DISPLAY "Pay period not closed"
                   NOT INVALID KEY DISPLAY "Pay period closed"
               END-REWRITE
           END-IF.

       AcceptPeriodDates.
           MOVE 'N' TO DatesValid.
           PERFORM UNTIL DatesValid = 'Y'
               DISPLAY "Enter period start date (YYYYMMDD) "
               ACCEPT CalendarStartDate
               DISPLAY "Enter period end date (YYYYMMDD) "
               ACCEPT CalendarEndDate
               DISPLAY "Enter check date (YYYYMMDD) "
               ACCEPT CalendarCheckDate
               PERFORM CheckPeriodDates
           END-PERFORM.

       CheckPeriodDates.
           MOVE ZERO TO StartInteger.
           MOVE ZERO TO EndInteger.
           MOVE ZERO TO CheckInteger.
           IF CalendarStartDate IS NUMERIC
                   AND CalendarEndDate IS NUMERIC
                   AND CalendarCheckDate IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(CalendarStartDate)
                   TO StartInteger
               MOVE FUNCTION INTEGER-OF-DATE(CalendarEndDate)
                   TO EndInteger
               MOVE FUNCTION INTEGER-OF-DATE(CalendarCheckDate)
                   TO CheckInteger
           END-IF.
           IF StartInteger = ZERO OR EndInteger = ZERO
                   OR CheckInteger = ZERO
               DISPLAY "Dates must be real dates in YYYYMMDD form"
           ELSE IF EndInteger < StartInteger
               DISPLAY "End date cannot be before the start date"
           ELSE IF EndInteger - StartInteger > 30
               DISPLAY "A pay period cannot be longer than 31 days"
           ELSE IF CheckInteger < StartInteger
               DISPLAY "Check date cannot be before the start date"
           ELSE
               MOVE 'Y' TO DatesValid
           END-IF.

       ListPayPeriods.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE ZERO TO CalendarPeriodNumber.
           DISPLAY " ".
           DISPLAY "Period  Start     End       Check     Status"
               "  Accrued".
           START PayCalendarFile KEY IS GREATER THAN OR EQUAL
                   CalendarPeriodNumber
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayCalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   EVALUATE TRUE
                       WHEN CalendarOpen MOVE "OPEN" TO StatusText
                       WHEN CalendarPaid MOVE "PAID" TO StatusText
                       WHEN CalendarClosed MOVE "CLOSED" TO StatusText
                       WHEN OTHER MOVE "?" TO StatusText
                   END-EVALUATE
                   IF CalendarAccrued
                       MOVE "YES" TO AccruedText
                   ELSE
                       MOVE "NO" TO AccruedText
                   END-IF
                   DISPLAY CalendarPeriodNumber "  " CalendarStartDate
                       "  " CalendarEndDate "  " CalendarCheckDate
                       "  " StatusText "  " AccruedText
               END-IF
           END-PERFORM.

       COPY OperatorSignOnLogic.
