      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly apply step for PendingChangeFile, run by
      *          NightlyJobStream before the integrity scan. Every
      *          change still pending with an effective date on or
      *          before today is applied to EmployeeFile through
      *          RewriteEmployeeRecord - the same department and
      *          job-code checks and audit logging UpdateEmployee
      *          uses - with the audit record stamped with the
      *          operator who entered the change. Changes for an
      *          employee who is no longer on file or is terminated,
      *          a pay change that no longer fits the employee's pay
      *          type, and changes that fail the code checks are
      *          marked rejected and listed on pending_exceptions.txt
      *          instead of being skipped silently; applied changes
      *          are listed with old and new values on
      *          pending_applied.txt. EmployeeFile is backed up first
      *          whenever there is anything due. An employee changed
      *          by another session between the read and the rewrite
      *          is rejected rather than overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplyPendingChanges.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PendingChangeFile
               ASSIGN TO "C:\Users\welaw\pendingchange.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PendingKey.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT AuditFile ASSIGN TO "C:\Users\welaw\audit.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BackupFile ASSIGN TO DYNAMIC BackupFileName
               ORGANIZATION IS SEQUENTIAL.
           SELECT DepartmentFile ASSIGN TO "C:\Users\welaw\dept.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DepartmentCode.
           SELECT JobCodeFile ASSIGN TO "C:\Users\welaw\jobcode.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JobCode.
           SELECT PendingExceptionFile
               ASSIGN TO "C:\Users\welaw\pending_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PendingAppliedFile
               ASSIGN TO "C:\Users\welaw\pending_applied.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ChangeJournalFile
               ASSIGN TO "C:\Users\welaw\changejournal.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PendingChangeFile.
       COPY PendingChangeRecord.

       FD EmployeeFile.
       COPY EmployeeRecord.

       FD AuditFile.
       COPY AuditRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD DepartmentFile.
       COPY DepartmentRecord.

       FD JobCodeFile.
       COPY JobCodeRecord.

       FD PendingExceptionFile.
       01 PendingExceptionPrintRecord PIC X(90).

       FD PendingAppliedFile.
       01 PendingAppliedPrintRecord PIC X(90).

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       FD ChangeJournalFile.
       COPY ChangeJournalRecord.

       WORKING-STORAGE SECTION.
       01 BackupFileName PIC X(60).
       01 BackupDate PIC 9(14).
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 RunDate PIC 9(8).
       01 EmployeeExists PIC X.
       01 OldFirstName PIC X(15).
       01 OldLastName PIC X(15).
       01 OldDepartment PIC X(4).
       01 OldJob PIC X(4).
       01 OldSalary PIC 9(7)V99.
       01 RejectReason PIC X(30).
       01 DueCount PIC 9(5) VALUE ZERO.
       01 AppliedCount PIC 9(5) VALUE ZERO.
       01 RejectedCount PIC 9(5) VALUE ZERO.
       COPY WriteResultFlags.
       COPY OperatorSignOnData.
       01 AppliedHeadingLine.
           02 FILLER PIC X(42)
               VALUE "Pending employee changes applied          ".
           02 FILLER PIC X(4) VALUE "Run ".
           02 AppliedHeadingRunDate PIC 9(8).
       01 AppliedColumnLine.
           02 FILLER PIC X(40)
               VALUE "ID    Last name       Eff date Dept     ".
           02 FILLER PIC X(44)
               VALUE " Job         Old salary   New salary Entered".
       01 AppliedDetailLine.
           02 AppliedEmployeeID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 AppliedLastName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 AppliedEffectiveDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 AppliedOldDepartment PIC X(4).
           02 FILLER PIC X VALUE '>'.
           02 AppliedNewDepartment PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 AppliedOldJob PIC X(4).
           02 FILLER PIC X VALUE '>'.
           02 AppliedNewJob PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 AppliedOldSalary PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AppliedNewSalary PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AppliedEnteredBy PIC X(8).
       01 ExceptionHeadingLine.
           02 FILLER PIC X(42)
               VALUE "Pending employee changes rejected         ".
           02 FILLER PIC X(4) VALUE "Run ".
           02 ExceptionHeadingRunDate PIC 9(8).
       01 ExceptionDetailLine.
           02 ExceptionEmployeeID PIC 9(5).
           02 FILLER PIC XX VALUE SPACES.
           02 ExceptionLastName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionEffectiveDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionText PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 ExceptionEnteredBy PIC X(8).
       01 CountTotalLine.
           02 TotalCount PIC ZZZZ9.
           02 TotalText PIC X(40).
       01 BlankPrintLine PIC X(90) VALUE SPACES.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "ApplyPendingChanges" TO StampProgramName.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate.
           DISPLAY " ".
           DISPLAY "Applying pending employee changes due by " RunDate.
           OPEN OUTPUT PendingAppliedFile.
           OPEN OUTPUT PendingExceptionFile.
           MOVE RunDate TO AppliedHeadingRunDate.
           WRITE PendingAppliedPrintRecord FROM AppliedHeadingLine.
           WRITE PendingAppliedPrintRecord FROM BlankPrintLine.
           WRITE PendingAppliedPrintRecord FROM AppliedColumnLine.
           MOVE RunDate TO ExceptionHeadingRunDate.
           WRITE PendingExceptionPrintRecord FROM ExceptionHeadingLine.
           WRITE PendingExceptionPrintRecord FROM BlankPrintLine.
           PERFORM CountDueChanges.
           IF DueCount > ZERO
               PERFORM BackupEmployeeFile
               PERFORM ApplyDueChanges
           END-IF.
           WRITE PendingAppliedPrintRecord FROM BlankPrintLine.
           MOVE AppliedCount TO TotalCount.
           MOVE " change(s) applied" TO TotalText.
           WRITE PendingAppliedPrintRecord FROM CountTotalLine.
           WRITE PendingExceptionPrintRecord FROM BlankPrintLine.
           MOVE RejectedCount TO TotalCount.
           MOVE " change(s) rejected" TO TotalText.
           WRITE PendingExceptionPrintRecord FROM CountTotalLine.
           CLOSE PendingAppliedFile.
           CLOSE PendingExceptionFile.
           DISPLAY DueCount " change(s) due.".
           DISPLAY AppliedCount " change(s) applied.".
           DISPLAY RejectedCount " change(s) rejected.".
           GOBACK.

       CountDueChanges.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PendingChangeFile.
           MOVE LOW-VALUES TO PendingKey.
           START PendingChangeFile KEY IS GREATER THAN OR EQUAL
                   PendingKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PendingChangeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile AND PendingWaiting
                       AND PendingEffectiveDate <= RunDate
                   ADD 1 TO DueCount
               END-IF
           END-PERFORM.
           CLOSE PendingChangeFile.

       ApplyDueChanges.
           OPEN I-O PendingChangeFile.
           OPEN I-O EmployeeFile.
           OPEN EXTEND AuditFile.
           OPEN INPUT DepartmentFile.
           OPEN INPUT JobCodeFile.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO PendingKey.
           START PendingChangeFile KEY IS GREATER THAN OR EQUAL
                   PendingKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PendingChangeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile AND PendingWaiting
                       AND PendingEffectiveDate <= RunDate
                   PERFORM ApplyOneChange
               END-IF
           END-PERFORM.
           CLOSE PendingChangeFile.
           CLOSE EmployeeFile.
           CLOSE AuditFile.
           CLOSE DepartmentFile.
           CLOSE JobCodeFile.

       ApplyOneChange.
           MOVE SPACES TO RejectReason.
           MOVE 'Y' TO EmployeeExists.
           MOVE PendingEmployeeID TO EmployeeID.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ.
           IF EmployeeExists = 'N'
               MOVE SPACES TO LastName
               MOVE "EMPLOYEE NOT ON FILE" TO RejectReason
           ELSE IF EmployeeTerminated
               MOVE "EMPLOYEE IS TERMINATED" TO RejectReason
           ELSE IF PendingNewHourlyRate > ZERO AND NOT PayHourly
               MOVE "RATE CHANGE, EMPLOYEE SALARIED" TO RejectReason
           ELSE IF PendingNewSalary > ZERO AND PayHourly
               MOVE "SALARY CHANGE, EMPLOYEE HOURLY" TO RejectReason
           ELSE
               PERFORM ChangeEmployeeFields
           END-IF.
           IF RejectReason = SPACES
               MOVE 'A' TO PendingStatus
               ADD 1 TO AppliedCount
               PERFORM WriteAppliedLine
           ELSE
               MOVE 'E' TO PendingStatus
               MOVE RejectReason TO PendingRejectReason
               ADD 1 TO RejectedCount
               PERFORM WriteExceptionLine
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PendingResultTimestamp.
           REWRITE PendingChangeData
               INVALID KEY DISPLAY "Could not mark pending change "
                   PendingEmployeeID " " PendingEffectiveDate
           END-REWRITE.

       ChangeEmployeeFields.
           PERFORM RememberEmployeeAsRead.
           MOVE FirstName TO OldFirstName.
           MOVE LastName TO OldLastName.
           MOVE Department TO OldDepartment.
           MOVE Job TO OldJob.
           MOVE Salary TO OldSalary.
           IF PendingNewDepartment NOT = SPACES
               MOVE PendingNewDepartment TO Department
           END-IF.
           IF PendingNewJob NOT = SPACES
               MOVE PendingNewJob TO Job
           END-IF.
           IF PendingNewJobTitle NOT = SPACES
               MOVE PendingNewJobTitle TO JobTitle
           END-IF.
           IF PendingNewSalary > ZERO
               MOVE PendingNewSalary TO Salary
           END-IF.
           IF PendingNewHourlyRate > ZERO
               MOVE PendingNewHourlyRate TO HourlyRate
               COMPUTE Salary = HourlyRate * 2080
           END-IF.
           MOVE PendingEnteredBy TO SignOnOperatorID.
           PERFORM RewriteEmployeeRecord.
           EVALUATE TRUE
               WHEN WriteBadDept
                   MOVE "DEPARTMENT NOT ON DEPT FILE" TO RejectReason
               WHEN WriteBadJob
                   MOVE "JOB CODE NOT ON JOB CODE FILE"
                       TO RejectReason
               WHEN WriteNotFound
                   MOVE "EMPLOYEE RECORD NOT REWRITTEN"
                       TO RejectReason
               WHEN WriteConflict
                   MOVE "CHANGED BY ANOTHER SESSION" TO RejectReason
           END-EVALUATE.

       WriteAppliedLine.
           MOVE PendingEmployeeID TO AppliedEmployeeID.
           MOVE LastName TO AppliedLastName.
           MOVE PendingEffectiveDate TO AppliedEffectiveDate.
           MOVE OldDepartment TO AppliedOldDepartment.
           MOVE Department TO AppliedNewDepartment.
           MOVE OldJob TO AppliedOldJob.
           MOVE Job TO AppliedNewJob.
           MOVE OldSalary TO AppliedOldSalary.
           MOVE Salary TO AppliedNewSalary.
           MOVE PendingEnteredBy TO AppliedEnteredBy.
           WRITE PendingAppliedPrintRecord FROM AppliedDetailLine.

       WriteExceptionLine.
           MOVE PendingEmployeeID TO ExceptionEmployeeID.
           MOVE LastName TO ExceptionLastName.
           MOVE PendingEffectiveDate TO ExceptionEffectiveDate.
           MOVE RejectReason TO ExceptionText.
           MOVE PendingEnteredBy TO ExceptionEnteredBy.
           WRITE PendingExceptionPrintRecord FROM ExceptionDetailLine.

       COPY RewriteEmployeeLogic.

       COPY WriteAuditRecordLogic.

       COPY BackupEmployeeFileLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.
