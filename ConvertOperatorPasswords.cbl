      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion run for the record layout
      *          expansion that added the password hash, the date the
      *          password was last changed, the failed sign-on count
      *          and the lock switch to OperatorFile (29 to 51 bytes)
      *          for password sign-on. Rebuilds the file in the
      *          widened layout, carrying ID, name and authorization
      *          level forward unchanged, and gives each operator the
      *          temporary password keyed for that ID as it is rebuilt,
      *          with a zero password date so each operator must change
      *          it at the first sign-on. The old-layout data is copied
      *          to a work file (operator_password_work.txt) which is
      *          left on disk as a fallback. Run once, with no other
      *          program open against the file, and give each operator
      *          their own temporary password by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertOperatorPasswords.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldOperatorFile
               ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldOperatorID.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OperatorID.
           SELECT OperatorWorkFile
               ASSIGN TO "C:\Users\welaw\operator_password_work.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldOperatorFile.
       01 OldOperatorData.
           02 OldOperatorID PIC X(8).
           02 FILLER PIC X(21).

       FD OperatorFile.
       COPY OperatorRecord.

       FD OperatorWorkFile.
       01 OperatorWorkRecord PIC X(29).

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 TemporaryPassword PIC X(20).
       01 TemporaryPasswordAgain PIC X(20).
       01 OperatorReadCount PIC 9(4) VALUE ZERO.
       01 OperatorWriteCount PIC 9(4) VALUE ZERO.
       01 OperatorErrorCount PIC 9(4) VALUE ZERO.
       01 ConfirmConvert PIC X.
       COPY OperatorSignOnData.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Operator password layout conversion run".
           DISPLAY "OperatorFile will be rebuilt with a password on".
           DISPLAY "every operator ID. A temporary password is".
           DISPLAY "keyed for each ID in turn, to be changed at".
           DISPLAY "first sign-on. Run this once only, with no other".
           DISPLAY "program open against the file.".
           DISPLAY "Proceed? (Y/N) ".
           ACCEPT ConfirmConvert.
           IF ConfirmConvert NOT = 'Y'
               DISPLAY "Conversion cancelled, file unchanged."
           ELSE
               PERFORM CopyOperatorsToWork
               PERFORM RebuildOperatorFile
               DISPLAY " "
               DISPLAY "Conversion complete."
               DISPLAY OperatorReadCount " operator(s) read."
               DISPLAY OperatorWriteCount " operator(s) rebuilt."
               IF OperatorErrorCount > ZERO
                   DISPLAY OperatorErrorCount
                       " operator(s) could not be written."
               END-IF
           END-IF.
           STOP RUN.

       AcceptTemporaryPassword.
           MOVE ZERO TO PasswordLength.
           MOVE SPACES TO TemporaryPasswordAgain.
           PERFORM UNTIL PasswordLength >= PasswordMinLength
                   AND TemporaryPassword = TemporaryPasswordAgain
                   AND TemporaryPassword(1:1) NOT = SPACE
               DISPLAY "Enter temporary password (at least "
                   PasswordMinLength " characters) "
               ACCEPT TemporaryPassword
               DISPLAY "Enter temporary password again "
               ACCEPT TemporaryPasswordAgain
               MOVE 20 TO PasswordLength
               PERFORM UNTIL PasswordLength = ZERO
                       OR TemporaryPassword(PasswordLength:1)
                           NOT = SPACE
                   SUBTRACT 1 FROM PasswordLength
               END-PERFORM
               IF TemporaryPassword NOT = TemporaryPasswordAgain
                   DISPLAY "Passwords do not match"
               END-IF
           END-PERFORM.
           MOVE SPACES TO TemporaryPasswordAgain.

       CopyOperatorsToWork.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OldOperatorFile.
           OPEN OUTPUT OperatorWorkFile.
           MOVE LOW-VALUES TO OldOperatorID.
           START OldOperatorFile KEY IS GREATER THAN OR EQUAL
                   OldOperatorID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ OldOperatorFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE OldOperatorData TO OperatorWorkRecord
                   WRITE OperatorWorkRecord
                   ADD 1 TO OperatorReadCount
               END-IF
           END-PERFORM.
           CLOSE OldOperatorFile.
           CLOSE OperatorWorkFile.

       RebuildOperatorFile.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OperatorWorkFile.
           OPEN OUTPUT OperatorFile.
           PERFORM UNTIL EndOfFile
               READ OperatorWorkFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE OperatorWorkRecord TO OperatorData
                   DISPLAY " "
                   DISPLAY "Operator " OperatorID " " OperatorName
                   PERFORM AcceptTemporaryPassword
                   MOVE TemporaryPassword TO PasswordHashInput
                   MOVE SPACES TO TemporaryPassword
                   PERFORM HashOperatorPassword
                   MOVE PasswordHash TO OperatorPasswordHash
                   MOVE ZERO TO OperatorPasswordDate
                   MOVE ZERO TO OperatorFailedCount
                   MOVE 'N' TO OperatorLockSwitch
                   WRITE OperatorData
                       INVALID KEY ADD 1 TO OperatorErrorCount
                       NOT INVALID KEY ADD 1 TO OperatorWriteCount
                   END-WRITE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PasswordHashInput.
           CLOSE OperatorWorkFile.
           CLOSE OperatorFile.

       COPY OperatorSignOnLogic.
