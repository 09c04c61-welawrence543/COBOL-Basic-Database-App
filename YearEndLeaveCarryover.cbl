      *          reports the forfeited hours per employee and in
      *          total, and resets the accrued and taken year-to-date
      *          accumulators for the new year. Run once, after the
      *          last accrual of the year. The operator signs on
      *          first so each balance is stamped with who ran the
      *          carryover; a balance changed by another session while
      *          the run had it read is re-read and capped on its new
      *          figures rather than overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CarryoverReportFile
               ASSIGN TO "C:\Users\welaw\leave_carryover.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD LeaveFile.
       FD CarryoverReportFile.
       01 CarryoverPrintRecord PIC X(90).

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
           02 TotalForfeitedCount PIC ZZZ9.
           02 FILLER PIC X(11) VALUE " balance(s)".
       01 OldBalanceHours PIC 9(4)V99.
       01 LeaveTries PIC 9 VALUE ZERO.
       COPY OperatorSignOnData.
       COPY WriteResultFlags.
       COPY ChangeStampData.
       COPY LeaveChangeStampData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "YearEndLeaveCarryover" TO StampProgramName.
           DISPLAY " ".
           DISPLAY "Year-end leave carryover run".
           MOVE "YearEndLeaveCarryover" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           DISPLAY "Enter carryover cap in hours (example 080.00) ".
           ACCEPT CarryoverCap.
           PERFORM UNTIL CarryoverCap > ZERO
           STOP RUN.

       CarryOverOneBalance.
           MOVE ZERO TO LeaveTries.
           MOVE 'CONFLICT' TO WriteResult.
           PERFORM UNTIL NOT WriteConflict OR LeaveTries >= 3
               ADD 1 TO LeaveTries
               PERFORM CapOneBalance
           END-PERFORM.
           EVALUATE TRUE
               WHEN WriteOK
                   IF ForfeitedHours > ZERO
                       ADD ForfeitedHours TO TotalForfeited
                       ADD 1 TO ForfeitedCount
                       MOVE LeaveEmployeeID TO DetailEmployeeID
                       MOVE OldBalanceHours TO DetailOldBalance
                       MOVE ForfeitedHours TO DetailForfeited
                       WRITE CarryoverPrintRecord
                           FROM CarryoverDetailLine
                   END-IF
                   ADD 1 TO ProcessedCount
               WHEN WriteConflict
                   DISPLAY "Leave record for " LeaveEmployeeID
                       " kept changing, not carried over"
               WHEN OTHER
                   DISPLAY "Could not update leave record "
                       "for " LeaveEmployeeID
           END-EVALUATE.

       CapOneBalance.
           PERFORM RememberLeaveAsRead.
           MOVE LeaveBalanceHours TO OldBalanceHours.
           MOVE ZERO TO ForfeitedHours.
           IF LeaveBalanceHours > CarryoverCap
               COMPUTE ForfeitedHours =
                   LeaveBalanceHours - CarryoverCap
               MOVE CarryoverCap TO LeaveBalanceHours
           END-IF.
           MOVE ZERO TO LeaveAccruedYTD.
           MOVE ZERO TO LeaveTakenYTD.
           PERFORM RewriteLeaveChecked.

       COPY OperatorSignOnLogic.

       COPY LeaveChangeStampLogic.

       COPY ChangeStampLogic.
