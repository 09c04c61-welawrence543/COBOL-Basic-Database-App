      *          (rejecting requests for more hours than the employee
      *          has), shows one employee's balance, and lists every
      *          balance on file - so vacation stops being tracked on
      *          paper. The operator signs on first so every balance
      *          change is stamped with who made it, and leave taken
      *          is only written if the balance has not been changed
      *          by another session or the accrual run since it was
      *          shown; otherwise the change is shown and the operator
      *          can start over from the new balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LeaveEmployeeID.
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

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 BalancePrint PIC Z,ZZ9.99.
       01 AccruedPrint PIC Z,ZZ9.99.
       01 TakenPrint PIC Z,ZZ9.99.
       01 StartOver PIC X VALUE 'N'.
       COPY OperatorSignOnData.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY LeaveChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "LeaveMaintenance" TO StampProgramName.
           MOVE "LeaveMaintenance" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           OPEN INPUT EmployeeFile.
           OPEN I-O LeaveFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY "Employee is terminated - unused leave is"
               DISPLAY "paid out by the final-pay run"
           ELSE
               MOVE 'Y' TO StartOver
               PERFORM UNTIL StartOver NOT = 'Y'
                   MOVE 'N' TO StartOver
                   PERFORM RecordLeaveChecked
               END-PERFORM
           END-IF.

       RecordLeaveChecked.
               DISPLAY "No leave record on file - run the accrual"
               DISPLAY "batch first"
           ELSE
               PERFORM RememberLeaveAsRead
               MOVE LeaveBalanceHours TO BalancePrint
               DISPLAY FirstName " " LastName " has " BalancePrint
                   " hours available"
               ELSE
                   SUBTRACT HoursTaken FROM LeaveBalanceHours
                   ADD HoursTaken TO LeaveTakenYTD
                   PERFORM RewriteLeaveChecked
                   EVALUATE TRUE
                       WHEN WriteOK
                           MOVE LeaveBalanceHours TO BalancePrint
                           DISPLAY "Leave recorded, new balance "
                               BalancePrint " hours"
                       WHEN WriteConflict
                           PERFORM ShowLeaveConflict
                           DISPLAY " "
                           DISPLAY "Start over with the balance as it"
                               " now stands? (Y/N) "
                           ACCEPT StartOver
                       WHEN OTHER
                           DISPLAY "Leave not recorded"
                   END-EVALUATE
               END-IF
           END-IF.

                       "  " AccruedPrint "  " TakenPrint
               END-IF
           END-PERFORM.

       COPY OperatorSignOnLogic.

       COPY LeaveChangeStampLogic.

       COPY ChangeStampLogic.
