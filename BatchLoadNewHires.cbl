      *          rejected records to a rejects file laid out like
      *          NewHireRecord (with the WriteResult reason appended)
      *          so bad rows can be fixed and resubmitted on their own.
      *          Each new hire line may carry a pay type (H for hourly,
      *          anything else salaried) and an hourly rate; rows
      *          without them load as salaried, as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ChangeJournalFile
               ASSIGN TO "C:\Users\welaw\changejournal.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
       COPY JobCodeRecord.

       FD BackupFile.
       01 BackupRecord PIC X(168).

       FD NewHireFile.
       01 NewHireRecord.
           02 NH-JobTitle PIC X(20).
           02 NH-Salary PIC 9(7)V99.
           02 NH-HireDate PIC 9(8).
           02 NH-PayType PIC X.
           02 NH-HourlyRate PIC 9(4)V99.

       FD CheckpointFile.
       01 CheckpointRecord.
           02 RJ-JobTitle PIC X(20).
           02 RJ-Salary PIC 9(7)V99.
           02 RJ-HireDate PIC 9(8).
           02 RJ-PayType PIC X.
           02 RJ-HourlyRate PIC 9(4)V99.
           02 RJ-Reason PIC X(8).

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       FD ChangeJournalFile.
       COPY ChangeJournalRecord.

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 SkippedCount PIC 9(6) VALUE ZERO.
       COPY WriteResultFlags.
       COPY OperatorSignOnData.
       COPY ChangeStampData.
       COPY EmployeeChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "BatchLoadNewHires" TO StampProgramName.
           MOVE "BatchLoadNewHires" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           MOVE NH-JobTitle TO JobTitle.
           MOVE NH-Salary TO Salary.
           MOVE NH-HireDate TO HireDate.
           MOVE NH-PayType TO PayType.
           IF NH-HourlyRate IS NUMERIC
               MOVE NH-HourlyRate TO HourlyRate
           ELSE
               MOVE ZERO TO HourlyRate
           END-IF.
           PERFORM WriteNewEmployeeRecord.
           IF WriteOK
               ADD 1 TO AddedCount
           MOVE NH-JobTitle TO RJ-JobTitle.
           MOVE NH-Salary TO RJ-Salary.
           MOVE NH-HireDate TO RJ-HireDate.
           MOVE NH-PayType TO RJ-PayType.
           MOVE NH-HourlyRate TO RJ-HourlyRate.
           MOVE WriteResult TO RJ-Reason.
           WRITE RejectRecord.

       COPY BackupEmployeeFileLogic.

       COPY OperatorSignOnLogic.

       COPY EmployeeChangeStampLogic.

       COPY ChangeStampLogic.

       COPY ChangeJournalLogic.
