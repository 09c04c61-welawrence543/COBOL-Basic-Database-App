      * Author:
      * Date:
      * Purpose: Nightly job-stream driver. Runs the nightly sequence
      *          in the right order - ApplyPendingChanges,
      *          IntegrityScanEmployeeFile, ExportEmployeeCSV,
      *          AuditMonthEnd (on the last day of the month only) and
      *          PurgeOldBackups - writing one run-control log record
      *          per step with start and end timestamps, a record
      *          count and the outcome. Refuses
      *          to run the CSV export when the integrity scan wrote
      *          exceptions, so payroll never gets an export
      *          containing the very records the scan flagged, and on
      *          the next start reports whether the previous night's
      *          stream completed. Effective-dated changes due today
      *          are applied first so the scan and the export see
      *          them; the step's outcome shows EXCEPTIONS when any
      *          change was rejected onto pending_exceptions.txt.
      *          The security log review runs last, so the report of
      *          failed sign-ons, lockouts and refused supervisor
      *          functions is ready each morning; its outcome shows
      *          REVIEW when there was anything to look at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RunControlFile
               ASSIGN TO "C:\Users\welaw\runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PendingAppliedFile
               ASSIGN TO "C:\Users\welaw\pending_applied.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PendingExceptionFile
               ASSIGN TO "C:\Users\welaw\pending_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExceptionFile
               ASSIGN TO "C:\Users\welaw\integrity_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile
               ASSIGN TO "C:\Users\welaw\audit.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SecurityReportFile
               ASSIGN TO "C:\Users\welaw\security_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BackupListFile
               ASSIGN TO "C:\Users\welaw\backup_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 FILLER PIC X.
           02 RC-Outcome PIC X(10).

       FD PendingAppliedFile.
       01 PendingAppliedPrintRecord PIC X(90).

       FD PendingExceptionFile.
       01 PendingExceptionPrintRecord PIC X(90).

       FD ExceptionFile.
       01 ExceptionPrintRecord PIC X(90).

       FD AuditFile.
       COPY AuditRecord.

       FD SecurityReportFile.
       01 SecurityPrintRecord PIC X(90).

       FD BackupListFile.
       01 BackupListRecord PIC X(60).

       01 StepName PIC X(20).
       01 StepOutcome PIC X(10).
       01 ExceptionCount PIC 9(6) VALUE ZERO.
       01 PendingRejectCount PIC 9(6) VALUE ZERO.
       01 PriorStreamSwitch PIC X VALUE ' '.
           88 PriorStreamOpen VALUE 'S'.
           88 PriorStreamComplete VALUE 'C'.
           MOVE "STREAM" TO StepName.
           MOVE "STARTED" TO StepOutcome.
           PERFORM WriteRunControlRecord.
           PERFORM RunPendingChanges.
           PERFORM RunIntegrityScan.
           PERFORM RunCSVExport.
           PERFORM RunAuditMonthEnd.
           PERFORM RunBackupPurge.
           PERFORM RunSecurityReview.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp.
           MOVE ZERO TO StepRecordCount.
           MOVE "STREAM" TO StepName.
           WRITE RunControlRecord.
           CLOSE RunControlFile.

       RunPendingChanges.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp.
           CALL "ApplyPendingChanges".
           PERFORM CountPendingResults.
           MOVE "PENDING CHANGES" TO StepName.
           IF PendingRejectCount > ZERO
               DISPLAY "WARNING - " PendingRejectCount
                   " pending change(s) rejected, see"
                   " pending_exceptions.txt"
               MOVE "EXCEPTIONS" TO StepOutcome
           ELSE
               MOVE "OK" TO StepOutcome
           END-IF.
           PERFORM WriteRunControlRecord.

       CountPendingResults.
           MOVE ZERO TO StepRecordCount.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PendingAppliedFile.
           PERFORM UNTIL EndOfFile
               READ PendingAppliedFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   AND PendingAppliedPrintRecord(1:5) IS NUMERIC
                   ADD 1 TO StepRecordCount
               END-IF
           END-PERFORM.
           CLOSE PendingAppliedFile.
           MOVE ZERO TO PendingRejectCount.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PendingExceptionFile.
           PERFORM UNTIL EndOfFile
               READ PendingExceptionFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   AND PendingExceptionPrintRecord(1:5) IS NUMERIC
                   ADD 1 TO PendingRejectCount
               END-IF
           END-PERFORM.
           CLOSE PendingExceptionFile.
           MOVE 'N' TO EndOfFileSwitch.

       RunIntegrityScan.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp.
           CALL "IntegrityScanEmployeeFile".
           END-PERFORM.
           CLOSE BackupListFile.
           MOVE 'N' TO EndOfFileSwitch.

       RunSecurityReview.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp.
           MOVE "SECURITY REVIEW" TO StepName.
           CALL "SecurityViolationReport".
           PERFORM CountSecurityEvents.
           IF StepRecordCount > ZERO
               MOVE "REVIEW" TO StepOutcome
           ELSE
               MOVE "OK" TO StepOutcome
           END-IF.
           PERFORM WriteRunControlRecord.

       CountSecurityEvents.
           MOVE ZERO TO StepRecordCount.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT SecurityReportFile.
           PERFORM UNTIL EndOfFile
               READ SecurityReportFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   AND SecurityPrintRecord(1:14) IS NUMERIC
                   ADD 1 TO StepRecordCount
               END-IF
           END-PERFORM.
           CLOSE SecurityReportFile.
           MOVE 'N' TO EndOfFileSwitch.
