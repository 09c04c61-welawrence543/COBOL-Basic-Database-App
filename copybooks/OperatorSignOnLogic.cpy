      ******************************************************************
      * OperatorSignOnLogic.cpy
      * Shared operator sign-on step, used by every program that
      * writes EmployeeFile or LeaveFile so the audit trail and the
      * last-changed stamp can say WHO changed a record, not just what
      * and when. Prompts for an operator ID and password,
      * validates them against OperatorFile (three tries), and leaves
      * the result in the fields of OperatorSignOnData.cpy. A wrong
      * password counts against the ID on file and the ID is locked
      * once MaxSignOnFailures are reached in a row; a locked ID
      * cannot sign on until a supervisor unlocks it in
      * MaintainOperatorFile. A password set by a supervisor, or
      * older than PasswordLifeDays, must be changed before the
      * sign-on completes. Every failed sign-on, lockout and attempt
      * on a locked ID is written to the security log, and
      * LogNotAuthorized does the same for a supervisor-only function
      * refused to a standard operator (caller moves a description of
      * the function to SecurityDetail first). Caller must declare
      * OperatorFile with COPY OperatorRecord (keyed OperatorID),
      * SecurityLogFile as an OPTIONAL sequential file over
      * securitylog.txt with COPY SecurityLogRecord, move its program
      * name to SignOnProgramName and PERFORM OperatorSignOn before
      * opening anything else, and stop if NOT OperatorSignedOn.
      ******************************************************************
       OperatorSignOn.
           MOVE ZERO TO SignOnTries.
           MOVE 'N' TO SignOnResultSwitch.
           MOVE ZERO TO SignOnAuthLevel.
           OPEN I-O OperatorFile.
           PERFORM UNTIL OperatorSignedOn OR SignOnTries >= 3
               DISPLAY "Enter operator ID "
               ACCEPT SignOnOperatorID
               DISPLAY "Enter password "
               ACCEPT SignOnPassword
               PERFORM CheckOperatorPassword
           END-PERFORM.
           IF OperatorSignedOn
               PERFORM CheckPasswordExpiry
           END-IF.
           MOVE SPACES TO SignOnPassword.
           CLOSE OperatorFile.
           IF NOT OperatorSignedOn
               DISPLAY "Sign-on failed"
           END-IF.

       CheckOperatorPassword.
           ADD 1 TO SignOnTries.
           MOVE 'Y' TO SignOnIDFound.
           MOVE SignOnOperatorID TO OperatorID.
           READ OperatorFile
               INVALID KEY MOVE 'N' TO SignOnIDFound
           END-READ.
           IF SignOnIDFound = 'N'
               DISPLAY "Operator ID or password not valid"
               MOVE "BADID" TO SecurityEvent
               MOVE "Operator ID not on file" TO SecurityDetail
               PERFORM LogSignOnEvent
           ELSE IF OperatorLocked
               DISPLAY "Operator ID " SignOnOperatorID " is locked -"
                   " a supervisor must unlock it"
               MOVE "LOCKEDID" TO SecurityEvent
               MOVE "Sign-on attempted on a locked ID"
                   TO SecurityDetail
               PERFORM LogSignOnEvent
           ELSE
               MOVE SignOnPassword TO PasswordHashInput
               PERFORM HashOperatorPassword
               IF PasswordHash = OperatorPasswordHash
                   MOVE 'Y' TO SignOnResultSwitch
                   MOVE OperatorAuthLevel TO SignOnAuthLevel
                   MOVE ZERO TO OperatorFailedCount
                   REWRITE OperatorData
                       INVALID KEY
                           DISPLAY "Operator record not updated"
                   END-REWRITE
                   DISPLAY "Signed on as " OperatorName
               ELSE
                   DISPLAY "Operator ID or password not valid"
                   ADD 1 TO OperatorFailedCount
                   IF OperatorFailedCount >= MaxSignOnFailures
                       MOVE 'Y' TO OperatorLockSwitch
                       DISPLAY "Operator ID " SignOnOperatorID
                           " is now locked - a supervisor must"
                           " unlock it"
                       MOVE "LOCKOUT" TO SecurityEvent
                       MOVE "Locked after repeated failed sign-ons"
                           TO SecurityDetail
                   ELSE
                       MOVE "BADPASS" TO SecurityEvent
                       MOVE "Wrong password" TO SecurityDetail
                   END-IF
                   REWRITE OperatorData
                       INVALID KEY
                           DISPLAY "Operator record not updated"
                   END-REWRITE
                   PERFORM LogSignOnEvent
               END-IF.

       CheckPasswordExpiry.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SignOnToday.
           IF OperatorPasswordDate = ZERO
               DISPLAY "Your password was set by a supervisor and"
                   " must be changed now"
               PERFORM ChangeSignOnPassword
           ELSE
               COMPUTE PasswordAgeDays =
                   FUNCTION INTEGER-OF-DATE(SignOnToday)
                   - FUNCTION INTEGER-OF-DATE(OperatorPasswordDate)
               IF PasswordAgeDays > PasswordLifeDays
                   DISPLAY "Your password has expired and must be"
                       " changed now"
                   PERFORM ChangeSignOnPassword
               END-IF
           END-IF.

       ChangeSignOnPassword.
           MOVE 'N' TO PasswordChangeSwitch.
           MOVE ZERO TO PasswordChangeTries.
           PERFORM UNTIL PasswordChanged OR PasswordChangeTries >= 3
               ADD 1 TO PasswordChangeTries
               DISPLAY "Enter new password "
               ACCEPT SignOnNewPassword
               DISPLAY "Enter new password again "
               ACCEPT SignOnNewPasswordAgain
               PERFORM CheckNewPassword
           END-PERFORM.
           IF PasswordChanged
               MOVE SignOnToday TO OperatorPasswordDate
               REWRITE OperatorData
                   INVALID KEY
                       DISPLAY "Operator record not updated"
                       MOVE 'N' TO PasswordChangeSwitch
               END-REWRITE
           END-IF.
           IF PasswordChanged
               DISPLAY "Password changed"
           ELSE
               DISPLAY "Password not changed - sign-on cancelled"
               MOVE 'N' TO SignOnResultSwitch
               MOVE ZERO TO SignOnAuthLevel
           END-IF.

      * Checks SignOnNewPassword and SignOnNewPasswordAgain for the
      * operator in OperatorData and, if acceptable, puts the new hash
      * in OperatorPasswordHash and sets PasswordChanged. The caller
      * sets the password date. Also used by MaintainOperatorFile.
       CheckNewPassword.
           MOVE 20 TO PasswordLength.
           PERFORM UNTIL PasswordLength = ZERO
                   OR SignOnNewPassword(PasswordLength:1) NOT = SPACE
               SUBTRACT 1 FROM PasswordLength
           END-PERFORM.
           MOVE SignOnNewPassword TO PasswordHashInput.
           PERFORM HashOperatorPassword.
           IF SignOnNewPassword NOT = SignOnNewPasswordAgain
               DISPLAY "Passwords do not match"
           ELSE IF PasswordLength < PasswordMinLength
               DISPLAY "Password must be at least " PasswordMinLength
                   " characters"
           ELSE IF SignOnNewPassword(1:1) = SPACE
               DISPLAY "Password cannot start with a space"
           ELSE IF PasswordHash = OperatorPasswordHash
               DISPLAY "New password must be different from the"
                   " old one"
           ELSE
               MOVE PasswordHash TO OperatorPasswordHash
               MOVE 'Y' TO PasswordChangeSwitch.
           MOVE SPACES TO SignOnNewPassword.
           MOVE SPACES TO SignOnNewPasswordAgain.
           MOVE SPACES TO PasswordHashInput.

      * One-way hash of PasswordHashInput salted with OperatorID, so
      * the same password gives a different hash for each operator
      * and the clear password is never written anywhere.
       HashOperatorPassword.
           MOVE PasswordHashInput TO PasswordHashText(1:20).
           MOVE OperatorID TO PasswordHashText(21:8).
           MOVE 7 TO PasswordHash.
           MOVE 1 TO PasswordHashIdx.
           PERFORM UNTIL PasswordHashIdx > 28
               COMPUTE PasswordHash = FUNCTION MOD(PasswordHash * 131
                   + FUNCTION ORD(PasswordHashText(PasswordHashIdx:1)),
                   999999999989)
               ADD 1 TO PasswordHashIdx
           END-PERFORM.
           MOVE SPACES TO PasswordHashText.

       LogSignOnEvent.
           MOVE SignOnOperatorID TO SecurityOperatorID.
           MOVE SPACES TO SecurityByOperator.
           PERFORM WriteSecurityLog.

       LogNotAuthorized.
           MOVE "NOTAUTH" TO SecurityEvent.
           MOVE SignOnOperatorID TO SecurityOperatorID.
           MOVE SignOnOperatorID TO SecurityByOperator.
           PERFORM WriteSecurityLog.

       WriteSecurityLog.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SecurityTimestamp.
           MOVE SignOnProgramName TO SecurityProgram.
           OPEN EXTEND SecurityLogFile.
           WRITE SecurityLogRecord.
           CLOSE SecurityLogFile.
