      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning security review. Lists every security log
      *          event - failed sign-ons, lockouts, sign-on attempts
      *          against locked IDs, supervisor-only functions refused
      *          to standard operators, and the unlocks and password
      *          resets supervisors made - from the start of yesterday
      *          up to the time of the run, with counts by event, then
      *          every operator ID still locked on OperatorFile, on
      *          security_report.txt. Runs as a step of the nightly
      *          job stream, so the report is waiting each morning,
      *          and can be run on its own at any time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityViolationReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OperatorFile
               ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OperatorID.
           SELECT SecurityReportFile
               ASSIGN TO "C:\Users\welaw\security_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityReportFile.
       01 SecurityPrintRecord PIC X(90).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 RunTimestamp PIC 9(14).
       01 RunDate PIC 9(8).
       01 FromTimestamp PIC 9(14).
       01 EventCount PIC 9(6) VALUE ZERO.
       01 BadIDCount PIC 9(6) VALUE ZERO.
       01 BadPasswordCount PIC 9(6) VALUE ZERO.
       01 LockoutCount PIC 9(6) VALUE ZERO.
       01 LockedIDCount PIC 9(6) VALUE ZERO.
       01 NotAuthorizedCount PIC 9(6) VALUE ZERO.
       01 UnlockCount PIC 9(6) VALUE ZERO.
       01 PasswordResetCount PIC 9(6) VALUE ZERO.
       01 StillLockedCount PIC 9(6) VALUE ZERO.
       01 ReportHeadingLine.
           02 FILLER PIC X(24) VALUE "Security log review from".
           02 FILLER PIC X VALUE SPACE.
           02 HeadingFromTimestamp PIC 9(14).
           02 FILLER PIC X(4) VALUE " to ".
           02 HeadingToTimestamp PIC 9(14).
       01 ReportColumnLine.
           02 FILLER PIC X(42)
               VALUE "When           Event    Operator By       ".
           02 FILLER PIC X(44)
               VALUE "Program                                     ".
       01 EventDetailLine.
           02 DetailTimestamp PIC 9(14).
           02 FILLER PIC X VALUE SPACE.
           02 DetailEvent PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DetailOperatorID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DetailByOperator PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DetailProgram PIC X(24).
       01 EventTextLine.
           02 FILLER PIC X(15) VALUE SPACES.
           02 DetailText PIC X(40).
       01 LockedHeadingLine.
           02 FILLER PIC X(44)
               VALUE "Operator IDs still locked                   ".
       01 LockedDetailLine.
           02 LockedOperatorID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LockedOperatorName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LockedAuthLevelText PIC X(10).
       01 BlankPrintLine PIC X(90) VALUE SPACES.
       01 CountTotalLine.
           02 TotalCount PIC ZZZZZ9.
           02 TotalText PIC X(60).

       PROCEDURE DIVISION.
       StartPara.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE ZERO TO EventCount.
           MOVE ZERO TO BadIDCount.
           MOVE ZERO TO BadPasswordCount.
           MOVE ZERO TO LockoutCount.
           MOVE ZERO TO LockedIDCount.
           MOVE ZERO TO NotAuthorizedCount.
           MOVE ZERO TO UnlockCount.
           MOVE ZERO TO PasswordResetCount.
           MOVE ZERO TO StillLockedCount.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunTimestamp.
           MOVE RunTimestamp(1:8) TO RunDate.
           COMPUTE FromTimestamp = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RunDate) - 1) * 1000000.
           DISPLAY " ".
           DISPLAY "Security log review".
           OPEN OUTPUT SecurityReportFile.
           MOVE FromTimestamp TO HeadingFromTimestamp.
           MOVE RunTimestamp TO HeadingToTimestamp.
           WRITE SecurityPrintRecord FROM ReportHeadingLine.
           WRITE SecurityPrintRecord FROM BlankPrintLine.
           WRITE SecurityPrintRecord FROM ReportColumnLine.
           OPEN INPUT SecurityLogFile.
           PERFORM UNTIL EndOfFile
               READ SecurityLogFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   IF SecurityTimestamp >= FromTimestamp
                           AND SecurityTimestamp <= RunTimestamp
                       PERFORM ListOneEvent
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SecurityLogFile.
           PERFORM WriteEventTotals.
           PERFORM ListLockedOperators.
           CLOSE SecurityReportFile.
           DISPLAY EventCount " security event(s) since "
               FromTimestamp.
           DISPLAY LockoutCount " lockout(s), " NotAuthorizedCount
               " refused supervisor function(s).".
           DISPLAY StillLockedCount " operator ID(s) still locked.".
           DISPLAY "See security_report.txt.".
           GOBACK.

       ListOneEvent.
           MOVE SecurityTimestamp TO DetailTimestamp.
           MOVE SecurityEvent TO DetailEvent.
           MOVE SecurityOperatorID TO DetailOperatorID.
           MOVE SecurityByOperator TO DetailByOperator.
           MOVE SecurityProgram TO DetailProgram.
           MOVE SecurityDetail TO DetailText.
           WRITE SecurityPrintRecord FROM EventDetailLine.
           WRITE SecurityPrintRecord FROM EventTextLine.
           ADD 1 TO EventCount.
           EVALUATE TRUE
               WHEN SecurityBadID ADD 1 TO BadIDCount
               WHEN SecurityBadPassword ADD 1 TO BadPasswordCount
               WHEN SecurityLockout ADD 1 TO LockoutCount
               WHEN SecurityLockedID ADD 1 TO LockedIDCount
               WHEN SecurityNotAuthorized ADD 1 TO NotAuthorizedCount
               WHEN SecurityUnlock ADD 1 TO UnlockCount
               WHEN SecurityPasswordReset ADD 1 TO PasswordResetCount
           END-EVALUATE.

       WriteEventTotals.
           WRITE SecurityPrintRecord FROM BlankPrintLine.
           MOVE EventCount TO TotalCount.
           MOVE " security event(s)" TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE BadIDCount TO TotalCount.
           MOVE " sign-on(s) with an ID not on file (BADID)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE BadPasswordCount TO TotalCount.
           MOVE " sign-on(s) with a wrong password (BADPASS)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE LockoutCount TO TotalCount.
           MOVE " ID(s) locked after failed sign-ons (LOCKOUT)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE LockedIDCount TO TotalCount.
           MOVE " sign-on(s) tried on a locked ID (LOCKEDID)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE NotAuthorizedCount TO TotalCount.
           MOVE " supervisor function(s) refused (NOTAUTH)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE UnlockCount TO TotalCount.
           MOVE " ID(s) unlocked by a supervisor (UNLOCK)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
           MOVE PasswordResetCount TO TotalCount.
           MOVE " password(s) reset by a supervisor (PWRESET)"
               TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.

       ListLockedOperators.
           WRITE SecurityPrintRecord FROM BlankPrintLine.
           WRITE SecurityPrintRecord FROM LockedHeadingLine.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OperatorFile.
           MOVE LOW-VALUES TO OperatorID.
           START OperatorFile KEY IS GREATER THAN OR EQUAL OperatorID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ OperatorFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile AND OperatorLocked
                   MOVE OperatorID TO LockedOperatorID
                   MOVE OperatorName TO LockedOperatorName
                   IF OperatorSupervisor
                       MOVE "SUPERVISOR" TO LockedAuthLevelText
                   ELSE
                       MOVE "STANDARD" TO LockedAuthLevelText
                   END-IF
                   WRITE SecurityPrintRecord FROM LockedDetailLine
                   ADD 1 TO StillLockedCount
               END-IF
           END-PERFORM.
           CLOSE OperatorFile.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE StillLockedCount TO TotalCount.
           MOVE " operator ID(s) still locked" TO TotalText.
           WRITE SecurityPrintRecord FROM CountTotalLine.
