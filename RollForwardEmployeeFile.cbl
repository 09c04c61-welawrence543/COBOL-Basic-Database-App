      ******************************************************************
      * Author:
      * Date:
      * Purpose: Roll-forward recovery of EmployeeFile, restricted to
      *          supervisors. Rebuilds EmployeeFile from a chosen dated
      *          backup written by BackupEmployeeFile (as
      *          RestoreEmployeeFile does), then re-applies from the
      *          change journal every add, update, termination and
      *          rehire written at or after the time of that backup, up
      *          to the date and time the operator picks - so changes
      *          made after the last backup no longer have to be
      *          re-keyed from memory. An entry is applied only if the
      *          record on file is still exactly its before image (or,
      *          for an add, the ID is not yet on file), so a change
      *          the backup already holds is counted and passed over
      *          and anything out of step is left alone and listed with
      *          the reason on rollforward_report.txt with the counts.
      *          Re-applied records keep the stamp of the original
      *          change and are not journalled a second time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollForwardEmployeeFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmployeeFile
               ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT OPTIONAL BackupFile ASSIGN TO DYNAMIC BackupFileName
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ChangeJournalFile
               ASSIGN TO "C:\Users\welaw\changejournal.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RollForwardReportFile
               ASSIGN TO "C:\Users\welaw\rollforward_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY EmployeeRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD ChangeJournalFile.
       COPY ChangeJournalRecord.

       FD RollForwardReportFile.
       01 RollForwardPrintRecord PIC X(90).

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 BackupFileName PIC X(60).
       01 BackupDate PIC 9(14).
       01 StopDate PIC 9(8).
       01 StopTime PIC 9(6).
       01 StopTimestamp PIC 9(14).
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 EmployeeExists PIC X.
       01 ConfirmRollForward PIC X.
       01 UnappliedReason PIC X(30).
       01 BackupCount PIC 9(5) VALUE ZERO.
       01 RestoredCount PIC 9(5) VALUE ZERO.
       01 RestoreErrorCount PIC 9(5) VALUE ZERO.
       01 JournalReadCount PIC 9(6) VALUE ZERO.
       01 BeforeBackupCount PIC 9(6) VALUE ZERO.
       01 AfterStopCount PIC 9(6) VALUE ZERO.
       01 AppliedCount PIC 9(6) VALUE ZERO.
       01 AlreadyCount PIC 9(6) VALUE ZERO.
       01 UnappliedCount PIC 9(6) VALUE ZERO.
       COPY OperatorSignOnData.
       01 ReportHeadingLine.
           02 FILLER PIC X(25) VALUE "Roll-forward from backup ".
           02 HeadingBackupDate PIC 9(14).
           02 FILLER PIC X(7) VALUE " up to ".
           02 HeadingStopTimestamp PIC 9(14).
           02 FILLER PIC X(4) VALUE " by ".
           02 HeadingOperatorID PIC X(8).
       01 ReportColumnLine.
           02 FILLER PIC X(44)
               VALUE "Journal time   Act ID    Program           ".
           02 FILLER PIC X(44)
               VALUE "       Operator Not applied because         ".
       01 UnappliedDetailLine.
           02 UnappliedTimestamp PIC 9(14).
           02 FILLER PIC X VALUE SPACE.
           02 UnappliedAction PIC X.
           02 FILLER PIC XX VALUE SPACES.
           02 UnappliedEmployeeID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 UnappliedProgram PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 UnappliedOperatorID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 UnappliedText PIC X(30).
       01 BlankPrintLine PIC X(90) VALUE SPACES.
       01 CountTotalLine.
           02 TotalCount PIC ZZZZZ9.
           02 TotalText PIC X(60).

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Roll-forward recovery of EmployeeFile".
           MOVE "RollForwardEmployeeFile" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           IF NOT SignOnSupervisor
               DISPLAY "Operator " SignOnOperatorID " is not"
                   " authorized to roll EmployeeFile forward"
               MOVE "Roll-forward of EmployeeFile" TO SecurityDetail
               PERFORM LogNotAuthorized
               STOP RUN
           END-IF.
           PERFORM AcceptBackupDate.
           PERFORM CountBackupRecords.
           IF BackupCount = ZERO
               DISPLAY "No records in " BackupFileName
               DISPLAY "Roll-forward cancelled, EmployeeFile unchanged."
               STOP RUN
           END-IF.
           PERFORM AcceptStopPoint.
           DISPLAY " ".
           DISPLAY "EmployeeFile will be replaced from".
           DISPLAY BackupFileName.
           DISPLAY "(" BackupCount " record(s)) and journal changes".
           DISPLAY "from " BackupDate " up to " StopTimestamp.
           DISPLAY "re-applied. Run this with no other program open".
           DISPLAY "against EmployeeFile. Proceed? (Y/N) ".
           ACCEPT ConfirmRollForward.
           IF ConfirmRollForward NOT = 'Y'
               DISPLAY "Roll-forward cancelled, EmployeeFile unchanged."
               STOP RUN
           END-IF.
           PERFORM RestoreFromBackup.
           PERFORM ApplyJournal.
           DISPLAY " ".
           DISPLAY "Roll-forward complete.".
           DISPLAY RestoredCount " record(s) restored from backup.".
           IF RestoreErrorCount > ZERO
               DISPLAY RestoreErrorCount
                   " backup record(s) could not be written."
           END-IF.
           DISPLAY JournalReadCount " journal entr(ies) read.".
           DISPLAY BeforeBackupCount " older than the backup.".
           DISPLAY AfterStopCount " after the stop point.".
           DISPLAY AppliedCount " applied.".
           DISPLAY AlreadyCount " already in the backup.".
           DISPLAY UnappliedCount " could not be applied.".
           DISPLAY "See rollforward_report.txt.".
           STOP RUN.

       AcceptBackupDate.
           DISPLAY "Enter backup date and time (YYYYMMDDHHMMSS,".
           DISPLAY "from the employee_backup_ file name) ".
           ACCEPT BackupDate.
           PERFORM UNTIL BackupDate IS NUMERIC AND BackupDate > ZERO
               DISPLAY "Backup date and time must be 14 digits"
               DISPLAY "Enter backup date and time "
               ACCEPT BackupDate
           END-PERFORM.
           MOVE SPACES TO BackupFileName.
           STRING "C:\Users\welaw\employee_backup_" DELIMITED BY SIZE
                   BackupDate DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO BackupFileName.

       AcceptStopPoint.
           DISPLAY "Roll forward up to date (YYYYMMDD, 0 for every".
           DISPLAY "change on the journal) ".
           ACCEPT StopDate.
           IF StopDate = ZERO
               MOVE 99999999999999 TO StopTimestamp
           ELSE
               DISPLAY "Up to time (HHMMSS, 235959 for end of day) "
               ACCEPT StopTime
               COMPUTE StopTimestamp = StopDate * 1000000 + StopTime
           END-IF.
           PERFORM UNTIL StopTimestamp >= BackupDate
               DISPLAY "Stop point is before the backup"
               DISPLAY "Roll forward up to date (YYYYMMDD) "
               ACCEPT StopDate
               DISPLAY "Up to time (HHMMSS) "
               ACCEPT StopTime
               COMPUTE StopTimestamp = StopDate * 1000000 + StopTime
           END-PERFORM.

       CountBackupRecords.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT BackupFile.
           PERFORM UNTIL EndOfFile
               READ BackupFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   ADD 1 TO BackupCount
               END-IF
           END-PERFORM.
           CLOSE BackupFile.

       RestoreFromBackup.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT BackupFile.
           OPEN OUTPUT EmployeeFile.
           PERFORM UNTIL EndOfFile
               READ BackupFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE BackupRecord TO EmployeeData
                   WRITE EmployeeData
                       INVALID KEY ADD 1 TO RestoreErrorCount
                       NOT INVALID KEY ADD 1 TO RestoredCount
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE BackupFile.
           CLOSE EmployeeFile.

       ApplyJournal.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT ChangeJournalFile.
           OPEN I-O EmployeeFile.
           OPEN OUTPUT RollForwardReportFile.
           MOVE BackupDate TO HeadingBackupDate.
           MOVE StopTimestamp TO HeadingStopTimestamp.
           MOVE SignOnOperatorID TO HeadingOperatorID.
           WRITE RollForwardPrintRecord FROM ReportHeadingLine.
           WRITE RollForwardPrintRecord FROM ReportColumnLine.
           PERFORM UNTIL EndOfFile
               READ ChangeJournalFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   ADD 1 TO JournalReadCount
                   IF ChangeJournalTimestamp < BackupDate
                       ADD 1 TO BeforeBackupCount
                   ELSE IF ChangeJournalTimestamp > StopTimestamp
                       ADD 1 TO AfterStopCount
                   ELSE
                       PERFORM ApplyOneEntry
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WriteReportTotals.
           CLOSE ChangeJournalFile.
           CLOSE EmployeeFile.
           CLOSE RollForwardReportFile.

       ApplyOneEntry.
           MOVE SPACES TO UnappliedReason.
           MOVE 'Y' TO EmployeeExists.
           MOVE ChangeJournalEmployeeID TO EmployeeID.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ.
           IF EmployeeExists = 'Y'
                   AND EmployeeData = ChangeJournalAfterImage
               ADD 1 TO AlreadyCount
           ELSE IF EmployeeExists = 'N'
               IF ChangeJournalBeforeImage = SPACES
                   MOVE ChangeJournalAfterImage TO EmployeeData
                   WRITE EmployeeData
                       INVALID KEY
                           MOVE "EMPLOYEE NOT WRITTEN"
                               TO UnappliedReason
                   END-WRITE
               ELSE
                   MOVE "EMPLOYEE NOT ON FILE" TO UnappliedReason
               END-IF
               PERFORM CountApplyResult
           ELSE IF ChangeJournalBeforeImage = SPACES
               MOVE "ADD BUT ID ALREADY ON FILE" TO UnappliedReason
               PERFORM CountApplyResult
           ELSE IF EmployeeData NOT = ChangeJournalBeforeImage
               MOVE "RECORD NOT AS BEFORE IMAGE" TO UnappliedReason
               PERFORM CountApplyResult
           ELSE
               MOVE ChangeJournalAfterImage TO EmployeeData
               REWRITE EmployeeData
                   INVALID KEY
                       MOVE "EMPLOYEE NOT REWRITTEN" TO UnappliedReason
               END-REWRITE
               PERFORM CountApplyResult
           END-IF.

       CountApplyResult.
           IF UnappliedReason = SPACES
               ADD 1 TO AppliedCount
           ELSE
               ADD 1 TO UnappliedCount
               PERFORM WriteUnappliedLine
           END-IF.

       WriteUnappliedLine.
           MOVE ChangeJournalTimestamp TO UnappliedTimestamp.
           MOVE ChangeJournalAction TO UnappliedAction.
           MOVE ChangeJournalEmployeeID TO UnappliedEmployeeID.
           MOVE ChangeJournalProgram TO UnappliedProgram.
           MOVE ChangeJournalOperatorID TO UnappliedOperatorID.
           MOVE UnappliedReason TO UnappliedText.
           WRITE RollForwardPrintRecord FROM UnappliedDetailLine.

       WriteReportTotals.
           WRITE RollForwardPrintRecord FROM BlankPrintLine.
           MOVE RestoredCount TO TotalCount.
           MOVE " record(s) restored from backup" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE JournalReadCount TO TotalCount.
           MOVE " journal entr(ies) read" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE BeforeBackupCount TO TotalCount.
           MOVE " older than the backup, passed over" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE AfterStopCount TO TotalCount.
           MOVE " after the stop point, not applied" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE AppliedCount TO TotalCount.
           MOVE " applied" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE AlreadyCount TO TotalCount.
           MOVE " already in the backup, passed over" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.
           MOVE UnappliedCount TO TotalCount.
           MOVE " could not be applied (listed above)" TO TotalText.
           WRITE RollForwardPrintRecord FROM CountTotalLine.

       COPY OperatorSignOnLogic.
