      * Date:
      * Purpose: Maintain the OperatorFile master (add/change/list
      *          operator IDs with name and authorization level) that
      *          the shared sign-on step validates against - in
      *          DatabaseCOBOL, BatchLoadNewHires, MeritIncreaseBatch,
      *          DepartmentReorg, RehireEmployee, the leave programs
      *          (LeaveMaintenance, LeaveAccrualBatch,
      *          YearEndLeaveCarryover), TerminationFinalPay,
      *          RollForwardEmployeeFile, NewHireStateReport and the
      *          department, GL account, pay calendar, pending change,
      *          personal data and operator maintenance programs.
      *          Level 2 (supervisor) operators may terminate and
      *          rehire employees, run the merit batch, roll
      *          EmployeeFile forward and maintain operators; level 1
      *          operators may not. OperatorFile is indexed, so this
      *          is the only way to seed or grow it - there is no way
      *          to hand-edit it outside a COBOL program. Only a
      *          supervisor may sign on here, except when OperatorFile
      *          is empty, when the only thing allowed is adding the
      *          first operator, who must be a supervisor; the program
      *          then ends so that supervisor signs on to add the
      *          rest. Each operator is given a temporary password
      *          when added, which must be changed at the first
      *          sign-on. A supervisor can unlock an ID locked
      *          after repeated failed sign-ons, or reset a forgotten
      *          password to a new temporary one (which also unlocks
      *          it); both go on the security log. Passwords are never
      *          listed - only whether the ID is locked and when the
      *          password was last changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 OperatorExists PIC X.
       01 OperatorsOnFileSwitch PIC X VALUE 'N'.
           88 OperatorsOnFile VALUE 'Y'.
       01 FirstOperatorSwitch PIC X VALUE 'N'.
           88 AddingFirstOperator VALUE 'Y'.
       COPY OperatorSignOnData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "MaintainOperatorFile" TO SignOnProgramName.
           PERFORM CheckForOperators.
           IF NOT OperatorsOnFile
               DISPLAY " "
               DISPLAY "No operators on file - the first operator"
                   " added must be a supervisor"
               MOVE 'Y' TO FirstOperatorSwitch
           ELSE
               PERFORM OperatorSignOn
               IF NOT OperatorSignedOn
                   STOP RUN
               END-IF
               IF NOT SignOnSupervisor
                   DISPLAY "Operator " SignOnOperatorID " is not"
                       " authorized to maintain operators"
                   MOVE "Operator file maintenance" TO SecurityDetail
                   PERFORM LogNotAuthorized
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O OperatorFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "1 to add operator"
               DISPLAY "2 to change operator"
               DISPLAY "3 to list operators"
               DISPLAY "4 to unlock operator"
               DISPLAY "5 to reset operator password"
               DISPLAY "0 to exit program"
               DISPLAY " "
               ACCEPT UserInput
               IF AddingFirstOperator
                       AND UserInput >= 2 AND UserInput <= 5
                   DISPLAY "No operators on file - add the first"
                       " supervisor before anything else"
               ELSE
                   EVALUATE UserInput
                       WHEN 1 PERFORM AddOperator
                       WHEN 2 PERFORM ChangeOperator
                       WHEN 3 PERFORM ListOperators
                       WHEN 4 PERFORM UnlockOperator
                       WHEN 5 PERFORM ResetOperatorPassword
                       WHEN OTHER MOVE 'N' TO StayOpen
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE OperatorFile.
           STOP RUN.

       CheckForOperators.
           MOVE 'N' TO OperatorsOnFileSwitch.
           OPEN INPUT OperatorFile.
           MOVE LOW-VALUES TO OperatorID.
           START OperatorFile KEY IS GREATER THAN OR EQUAL OperatorID
               NOT INVALID KEY MOVE 'Y' TO OperatorsOnFileSwitch
           END-START.
           CLOSE OperatorFile.

       AddOperator.
           DISPLAY " "
           DISPLAY "Enter operator ID ".
               ACCEPT OperatorID
           END-PERFORM.
           PERFORM AcceptOperatorFields.
           MOVE ZERO TO OperatorPasswordHash.
           PERFORM AcceptTemporaryPassword.
           MOVE ZERO TO OperatorFailedCount.
           MOVE 'N' TO OperatorLockSwitch.
           WRITE OperatorData
               INVALID KEY DISPLAY "Operator ID already exists"
               NOT INVALID KEY
                   DISPLAY "Operator added - the password must be"
                       " changed at first sign-on"
                   IF AddingFirstOperator
                       DISPLAY "Restart this program and sign on as "
                           OperatorID " to add further operators"
                       MOVE 'N' TO StayOpen
                   END-IF
                   MOVE 'N' TO FirstOperatorSwitch
           END-WRITE.

       ChangeOperator.
               DISPLAY "Enter authorization level "
               ACCEPT OperatorAuthLevel
           END-PERFORM.
           PERFORM UNTIL OperatorSupervisor OR NOT AddingFirstOperator
               DISPLAY "The first operator must be a supervisor"
               DISPLAY "Enter authorization level "
               ACCEPT OperatorAuthLevel
           END-PERFORM.

      * Sets a temporary password for the operator in OperatorData;
      * the zero password date makes the operator change it at the
      * next sign-on.
       AcceptTemporaryPassword.
           MOVE 'N' TO PasswordChangeSwitch.
           PERFORM UNTIL PasswordChanged
               DISPLAY "Enter temporary password "
               ACCEPT SignOnNewPassword
               DISPLAY "Enter temporary password again "
               ACCEPT SignOnNewPasswordAgain
               PERFORM CheckNewPassword
           END-PERFORM.
           MOVE ZERO TO OperatorPasswordDate.

       UnlockOperator.
           MOVE 'Y' TO OperatorExists.
           DISPLAY " "
           DISPLAY "Enter operator ID ".
           ACCEPT OperatorID.
           READ OperatorFile
               INVALID KEY MOVE 'N' TO OperatorExists
           END-READ.
           IF OperatorExists='N'
               DISPLAY "Operator ID not on file"
           ELSE IF NOT OperatorLocked
               DISPLAY "Operator ID is not locked"
           ELSE
               MOVE 'N' TO OperatorLockSwitch
               MOVE ZERO TO OperatorFailedCount
               REWRITE OperatorData
                   INVALID KEY DISPLAY "Operator not unlocked"
                   NOT INVALID KEY
                       DISPLAY "Operator unlocked"
                       MOVE "UNLOCK" TO SecurityEvent
                       MOVE "Unlocked by supervisor" TO SecurityDetail
                       PERFORM LogOperatorChange
               END-REWRITE.

       ResetOperatorPassword.
           MOVE 'Y' TO OperatorExists.
           DISPLAY " "
           DISPLAY "Enter operator ID ".
           ACCEPT OperatorID.
           READ OperatorFile
               INVALID KEY MOVE 'N' TO OperatorExists
           END-READ.
           IF OperatorExists='N'
               DISPLAY "Operator ID not on file"
           ELSE
               PERFORM AcceptTemporaryPassword
               MOVE 'N' TO OperatorLockSwitch
               MOVE ZERO TO OperatorFailedCount
               REWRITE OperatorData
                   INVALID KEY DISPLAY "Password not reset"
                   NOT INVALID KEY
                       DISPLAY "Password reset - it must be changed"
                           " at next sign-on"
                       MOVE "PWRESET" TO SecurityEvent
                       MOVE "Reset and unlocked by supervisor"
                           TO SecurityDetail
                       PERFORM LogOperatorChange
               END-REWRITE
           END-IF.

       LogOperatorChange.
           MOVE OperatorID TO SecurityOperatorID.
           MOVE SignOnOperatorID TO SecurityByOperator.
           PERFORM WriteSecurityLog.

       ListOperators.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO OperatorID.
           DISPLAY " ".
           DISPLAY "OperatorID  Name                  Level Locked"
               " Password set".
           START OperatorFile KEY IS GREATER THAN OR EQUAL OperatorID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
               END-READ
               IF NOT EndOfFile
                   DISPLAY OperatorID "    " OperatorName "  "
                       OperatorAuthLevel "     " OperatorLockSwitch
                       "      " OperatorPasswordDate
               END-IF
           END-PERFORM.

       COPY OperatorSignOnLogic.
